      *         TUDO NO ARQUIVO DE AUDITORIA WRITEOFFAUD, PARA O AGING
      *         DO PROGCOB035 E O SALDO DE CLIENTES DO BALANCETE
      *         PARAREM DE CARREGAR TITULO MORTO.
      *MODIFICATION HISTORY:
      * 15/10/2026 - A TABELA EM MEMORIA E A REGRAVACAO DO ARITEMS
      *              PASSARAM A CARREGAR O AR-TIPO (TITULO DE VENDA OU
      *              DE ENCARGOS), PARA NAO APAGAR A MARCA DO TITULO DE
      *              ENCARGOS GERADO PELO PROGCOB069.
      * 15/10/2026 - A TABELA EM MEMORIA E A REGRAVACAO DO ARITEMS
      *              PASSARAM A CARREGAR A MOEDA, O VALOR EM MOEDA
      *              ESTRANGEIRA E A TAXA DA EMISSAO DO TITULO DE
      *              EXPORTACAO (AR-MOEDA, AR-VALOR-ME, AR-TAXA)
      * 15/10/2026 - PIN CONFERIDO PELO HASH COM SAL DO USERMASTER
      *              (SUBPROGRAMA PINUTIL), SEM COMPARAR O PIN EM CLARO;
      *              WRK-PIN ACEITA A SENHA LONGA DO ADMIN.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77  WRK-AUDIT-STATUS    PIC X(02)       VALUE SPACES.

       77  WRK-USER            PIC X(20)       VALUE SPACES.
       77  WRK-PIN             PIC X(16)       VALUE SPACES.
           COPY 'PINUTIL-PARM.cob'.
       77  WRK-NIVEL           PIC 9(02)       VALUE ZEROES.
       77  WRK-LOGIN-OK        PIC X(01)       VALUE 'N'.
           88  LOGIN-VALIDO                    VALUE 'S'.
               03  WRK-TIT-PEDIDO      PIC 9(10).
               03  WRK-TIT-PARCELA     PIC 9(02).
               03  WRK-TIT-TOT-PARC    PIC 9(02).
               03  WRK-TIT-TIPO        PIC X(01).
               03  WRK-TIT-MOEDA       PIC X(03).
               03  WRK-TIT-VALOR-ME    PIC 9(08)V99.
               03  WRK-TIT-TAXA        PIC 9(03)V9(04).

      ******************************************************************
      * TABELA DAS SOLICITACOES DO WRITEOFFREQ EM MEMORIA, PARA LISTAR
               INVALID KEY
                   DISPLAY 'USUARIO NAO CADASTRADO'
               NOT INVALID KEY
                   MOVE 'C'         TO PU-FUNCAO
                   MOVE WRK-PIN     TO PU-SENHA
                   MOVE UM-PIN-SALT TO PU-SALT
                   MOVE UM-PIN-HASH TO PU-HASH
                   CALL 'PINUTIL' USING PU-PARM
                   IF PU-CONFERE AND NOT CONTA-BLOQUEADA
                       MOVE 'S' TO WRK-LOGIN-OK
                       MOVE UM-LEVEL TO WRK-NIVEL
                   END-IF
                           MOVE 01
                               TO WRK-TIT-TOT-PARC(WRK-TIT-QTD)
                       END-IF
                       MOVE AR-TIPO TO WRK-TIT-TIPO(WRK-TIT-QTD)
                       MOVE AR-MOEDA TO WRK-TIT-MOEDA(WRK-TIT-QTD)
                       IF AR-VALOR-ME NUMERIC AND AR-TAXA NUMERIC
                           MOVE AR-VALOR-ME
                               TO WRK-TIT-VALOR-ME(WRK-TIT-QTD)
                           MOVE AR-TAXA
                               TO WRK-TIT-TAXA(WRK-TIT-QTD)
                       ELSE
                           MOVE 0 TO WRK-TIT-VALOR-ME(WRK-TIT-QTD)
                           MOVE 0 TO WRK-TIT-TAXA(WRK-TIT-QTD)
                       END-IF
               END-READ
           END-PERFORM.

               MOVE WRK-TIT-PEDIDO(WRK-TIT-IDX)     TO AR-PEDIDO
               MOVE WRK-TIT-PARCELA(WRK-TIT-IDX)    TO AR-PARCELA
               MOVE WRK-TIT-TOT-PARC(WRK-TIT-IDX)   TO AR-TOT-PARCELAS
               MOVE WRK-TIT-TIPO(WRK-TIT-IDX)       TO AR-TIPO
               MOVE WRK-TIT-MOEDA(WRK-TIT-IDX)      TO AR-MOEDA
               MOVE WRK-TIT-VALOR-ME(WRK-TIT-IDX)   TO AR-VALOR-ME
               MOVE WRK-TIT-TAXA(WRK-TIT-IDX)       TO AR-TAXA
               WRITE AR-REGISTRO
           END-PERFORM.
           CLOSE AR-ITEMS-FILE.
