      *              ARQUIVO (TRANSICAO), VALE A ESCADA ANTIGA. O
      *              RELATORIO DE PERMISSOES POR USUARIO SAI NO
      *              PROGCOB105.
      * 15/10/2026 - PIN DEIXOU DE SER COMPARADO EM CLARO: O LOGIN E A
      *              TROCA FORCADA CONFEREM PELO SAL E HASH DO
      *              USERMASTER (SUBPROGRAMA PINUTIL), E O ADMIN (NIVEL
      *              01) PODE USAR SENHA DE 8 A 16 CARACTERES. USUARIO
      *              AINDA NAO CONVERTIDO PELO PROGCOB173 NAO ENTRA.
      * 15/10/2026 - O BLOQUEIO DE CONTA POR PINS ERRADOS PASSOU A SER
      *              AVISADO PARA A OPERACAO NA CAIXA DE SAIDA CENTRAL
      *              NOTIFYOUTBOX (NTFYUTIL).
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           88  ADMIN  VALUE 01.
           88  BASIC  VALUE 02.
           88  MANAGER VALUE 03.
       77  WRK-PIN         PIC X(16)   VALUE SPACES.
       77  WRK-OPCAO       PIC 9(01)   VALUE ZEROES.

       77  WRK-AUDIT-STATUS    PIC X(02)       VALUE SPACES.
       77  WRK-FUNCAO-ALVO     PIC X(02)       VALUE SPACES.
       77  WRK-TEM-ACESSO      PIC X(01)       VALUE 'N'.
       77  WRK-MOSTROU-ALGUMA  PIC X(01)       VALUE 'N'.
       77  WRK-PIN-NOVO        PIC X(16)       VALUE SPACES.
           COPY 'PINUTIL-PARM.cob'.
           COPY 'NTFYUTIL-PARM.cob'.
       77  WRK-LIMITE-FALHAS   PIC 9(01)       VALUE 3.
       77  WRK-VALIDADE-PIN    PIC 9(03)       VALUE 90.

           ACCEPT WRK-PIN.
           MOVE UM-LEVEL TO WRK-USERLEVEL.

           MOVE 'C'         TO PU-FUNCAO.
           MOVE WRK-PIN     TO PU-SENHA.
           MOVE UM-PIN-SALT TO PU-SALT.
           MOVE UM-PIN-HASH TO PU-HASH.
           CALL 'PINUTIL' USING PU-PARM.

           IF NOT PU-CONFERE
               MOVE ZEROES TO WRK-USERLEVEL
               IF UM-FALHAS NOT NUMERIC
                   MOVE 0 TO UM-FALHAS
                   MOVE 'S' TO WRK-CONTA-TRAVADA
                   DISPLAY 'ACCOUNT LOCKED AFTER ' WRK-LIMITE-FALHAS
                           ' FAILED ATTEMPTS'
                   MOVE 'A' TO NT-SEVERIDADE
                   MOVE 'PROGCOB015' TO NT-ORIGEM
                   MOVE 'OPERACAO' TO NT-PAPEL
                   MOVE SPACES TO NT-MENSAGEM
                   STRING 'CONTA ' DELIMITED BY SIZE
                          WRK-USER DELIMITED BY SPACE
                          ' BLOQUEADA APOS ' WRK-LIMITE-FALHAS
                          ' PINS ERRADOS - DESBLOQUEIO PELO ADMIN'
                       DELIMITED BY SIZE INTO NT-MENSAGEM
                   END-STRING
                   CALL 'NTFYUTIL' USING NT-PARM
               END-IF
               REWRITE UM-REGISTRO
               GO TO 0150-EXIT
           EXIT.

      ******************************************************************
      * 0160-TROCA-PIN - RECEBE O PIN NOVO (DIFERENTE DO ATUAL E NO
      * FORMATO DO NIVEL: ADMIN PODE USAR SENHA DE 8 A 16 CARACTERES),
      * GRAVA SAL E HASH NOVOS E CARIMBA A DATA DA TROCA.
      ******************************************************************
       0160-TROCA-PIN SECTION.
           DISPLAY 'NEW PIN: '.
           ACCEPT WRK-PIN-NOVO.

           MOVE 'C'          TO PU-FUNCAO.
           MOVE WRK-PIN-NOVO TO PU-SENHA.
           MOVE UM-PIN-SALT  TO PU-SALT.
           MOVE UM-PIN-HASH  TO PU-HASH.
           CALL 'PINUTIL' USING PU-PARM.
           IF PU-CONFERE
               DISPLAY 'NEW PIN MUST DIFFER FROM THE CURRENT ONE'
               GO TO 0160-TROCA-PIN
           END-IF.

           MOVE 'G'          TO PU-FUNCAO.
           MOVE UM-LEVEL     TO PU-NIVEL.
           MOVE WRK-PIN-NOVO TO PU-SENHA.
           CALL 'PINUTIL' USING PU-PARM.
           IF NOT PU-CONFERE
               DISPLAY PU-MENSAGEM
               GO TO 0160-TROCA-PIN
           END-IF.
           MOVE PU-SALT  TO UM-PIN-SALT.
           MOVE PU-HASH  TO UM-PIN-HASH.
           MOVE WRK-HOJE TO UM-PIN-DATA.
           DISPLAY 'PIN CHANGED'.

