      *              POR USUARIO OU POR NIVEL (ALVO NIVEL-NN), COM
      *              CADA MUDANCA REGISTRADA NO USERADMAUDIT. O
      *              RELATORIO DE PERMISSOES SAI NO PROGCOB105.
      * 15/10/2026 - A MATRIZ PASSOU A ACEITAR AS FUNCOES DO CATALOGO
      *              AUTHFUNC-BOOK (MENU E FUNCOES DENTRO DOS PROGRAMAS)
      *              E A CONCESSAO CONFERE AS REGRAS DE SEGREGACAO DO
      *              SODRULES: REGRA 'B' BLOQUEIA (BLOQ-SOD NO
      *              USERADMAUDIT), REGRA 'A' PEDE CONFIRMACAO E GRAVA
      *              AUTORIZ-SOD. O RELATORIO DE CONFLITOS SAI NO
      *              PROGCOB171.
      * 15/10/2026 - INCLUSAO PEDE O CPF DO FUNCIONARIO DO USUARIO (UM-
      *              CPF) E A OPCAO 8 VINCULA USUARIO EXISTENTE; A OPCAO
      *              7 GRAVA NA AUTHMATRIX AS REVOGACOES E SUSPENSOES DA
      *              RECERTIFICACAO DE ACESSOS (RECERTITEMS, PROGCOB172)
      *              COM REVOG-RECERT/SUSP-RECERT NO USERADMAUDIT.
      * 15/10/2026 - AUTORIZACAO DO ADMIN CONFERE O PIN PELO HASH COM
      *              SAL (PINUTIL); INCLUSAO E RESET GRAVAM SO SAL E
      *              HASH, NO FORMATO DO NIVEL (ADMIN PODE USAR SENHA DE
      *              8 A 16 CARACTERES).
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-MATRIZ-STATUS.

           SELECT SOD-RULES-FILE ASSIGN TO 'SODRULES'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-REGRA-STATUS.

           SELECT RECERT-ITEMS-FILE ASSIGN TO 'RECERTITEMS'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-RECERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  USER-MASTER-FILE.
       FD  AUTH-MATRIX-FILE.
           COPY 'AUTHMATRIX-REC.cob'.

       FD  SOD-RULES-FILE.
           COPY 'SODRULE-REC.cob'.

       FD  RECERT-ITEMS-FILE.
           COPY 'RECERTITEM-REC.cob'.

       WORKING-STORAGE SECTION.
           COPY 'MCTLUTIL-PARM.cob'.
           COPY 'AUTHFUNC-BOOK.cob'.
       77  WRK-USERMASTER-STATUS PIC X(02)     VALUE SPACES.
       77  WRK-AUDIT-STATUS    PIC X(02)       VALUE SPACES.

       77  WRK-ADMIN           PIC X(20)       VALUE SPACES.
       77  WRK-ADMIN-PIN       PIC X(16)       VALUE SPACES.
       77  WRK-AUTORIZADO      PIC X(01)       VALUE 'N'.
           88  ADMIN-AUTORIZADO                VALUE 'S'.

       77  WRK-OPCAO           PIC 9(01)       VALUE ZEROES.
       77  WRK-ALVO            PIC X(20)       VALUE SPACES.
       77  WRK-NIVEL           PIC 9(02)       VALUE ZEROES.
       77  WRK-PIN             PIC X(16)       VALUE SPACES.
           COPY 'PINUTIL-PARM.cob'.
       77  WRK-ACAO            PIC X(12)       VALUE SPACES.
       77  WRK-MATRIZ-STATUS   PIC X(02)       VALUE SPACES.
       77  WRK-FUNCAO          PIC X(02)       VALUE SPACES.
       77  WRK-PERMITE         PIC X(01)       VALUE SPACES.
       77  WRK-RESPOSTA        PIC X(01)       VALUE SPACES.

      ******************************************************************
      * CONFERENCIA DE SEGREGACAO DE FUNCOES NA CONCESSAO: MATRIZ E
      * REGRAS (SODRULES) LIDAS A CADA CONCESSAO, ALVO DECOMPOSTO PARA
      * RECONHECER O NIVEL-NN.
      ******************************************************************
       77  WRK-REGRA-STATUS    PIC X(02)       VALUE SPACES.
       77  WRK-REGRA-EOF       PIC X(01)       VALUE 'N'.
           88  REGRAS-ACABOU                   VALUE 'S'.
       77  WRK-MATRIZ-EOF      PIC X(01)       VALUE 'N'.
           88  MATRIZ-ACABOU                   VALUE 'S'.
       77  WRK-AF-IDX          PIC 9(02)       VALUE ZEROES.
       77  WRK-FUNCAO-OK       PIC X(01)       VALUE 'N'.
       77  WRK-MAT-QTD         PIC 9(03)       VALUE ZEROES.
       77  WRK-MAT-IDX         PIC 9(03)       VALUE ZEROES.
       01  WRK-TAB-MATRIZ.
           02  WRK-MAT-LINHA   OCCURS 300 TIMES.
               03  WRK-MAT-ALVO        PIC X(20).
               03  WRK-MAT-FUNCAO      PIC X(02).
               03  WRK-MAT-PERMITE     PIC X(01).
       01  WRK-ALVO-DECOMP.
           02  WRK-ALVO-PREFIXO PIC X(06).
           02  WRK-ALVO-NN     PIC 9(02).
           02  FILLER          PIC X(12).
       01  WRK-ALVO-NIVEL.
           02  FILLER          PIC X(06)       VALUE 'NIVEL-'.
           02  WRK-NIVEL-NN    PIC 9(02)       VALUE ZEROES.
           02  FILLER          PIC X(12)       VALUE SPACES.
       77  WRK-ALVO-E-NIVEL    PIC X(01)       VALUE 'N'.
       77  WRK-OUTRA-FUNCAO    PIC X(02)       VALUE SPACES.
       77  WRK-TEM-ACESSO      PIC X(01)       VALUE 'N'.
       77  WRK-SOD-BLOQUEIO    PIC X(01)       VALUE 'N'.
       77  WRK-SOD-AVISO       PIC X(01)       VALUE 'N'.

      ******************************************************************
      * VINCULO DO USUARIO COM O FUNCIONARIO E APLICACAO DAS REVOGACOES
      * E SUSPENSOES DA RECERTIFICACAO (RECERTITEMS EM MEMORIA).
      ******************************************************************
       77  WRK-CPF             PIC 9(11)       VALUE ZEROES.
       77  WRK-RECERT-STATUS   PIC X(02)       VALUE SPACES.
       77  WRK-RECERT-EOF      PIC X(01)       VALUE 'N'.
           88  RECERT-ACABOU                   VALUE 'S'.
       77  WRK-ITEM-QTD        PIC 9(04)       VALUE ZEROES.
       77  WRK-ITEM-IDX        PIC 9(04)       VALUE ZEROES.
       77  WRK-QTDE-APLICADOS  PIC 9(04)       VALUE ZEROES.
       01  WRK-TAB-ITENS.
           02  WRK-ITEM-REG    PIC X(84)       OCCURS 5000 TIMES.

       01  WRK-HOJE.
           02  WRK-HOJE-ANO    PIC 9(04)       VALUE ZEROES.
               INVALID KEY
                   DISPLAY 'USUARIO NAO CADASTRADO'
               NOT INVALID KEY
                   MOVE 'C'           TO PU-FUNCAO
                   MOVE WRK-ADMIN-PIN TO PU-SENHA
                   MOVE UM-PIN-SALT   TO PU-SALT
                   MOVE UM-PIN-HASH   TO PU-HASH
                   CALL 'PINUTIL' USING PU-PARM
                   IF UM-LEVEL = 01
                       AND PU-CONFERE
                       AND NOT CONTA-BLOQUEADA
                       MOVE 'S' TO WRK-AUTORIZADO
                   END-IF
           DISPLAY '4 - TROCAR NIVEL'.
           DISPLAY '5 - RESETAR PIN'.
           DISPLAY '6 - MATRIZ DE AUTORIZACAO (CONCEDER/REVOGAR)'.
           DISPLAY '7 - APLICAR REVOGACOES DA RECERTIFICACAO'.
           DISPLAY '8 - VINCULAR USUARIO AO FUNCIONARIO (CPF)'.
           DISPLAY '9 - SAIR'.
           DISPLAY 'ESCOLHA UMA OPCAO: '.
           ACCEPT WRK-OPCAO.
                   PERFORM 0700-RESETA-PIN
               WHEN 6
                   PERFORM 0850-MATRIZ-AUTORIZACAO
               WHEN 7
                   PERFORM 0900-APLICA-RECERTIFICACAO
               WHEN 8
                   PERFORM 0950-VINCULA-FUNCIONARIO
               WHEN 9
                   CONTINUE
               WHEN OTHER
               GO TO 0300-RECEBE-NIVEL
           END-IF.

       0300-RECEBE-PIN.
           DISPLAY 'PIN INICIAL: '.
           ACCEPT WRK-PIN.
           MOVE 'G'       TO PU-FUNCAO.
           MOVE WRK-NIVEL TO PU-NIVEL.
           MOVE WRK-PIN   TO PU-SENHA.
           CALL 'PINUTIL' USING PU-PARM.
           IF NOT PU-CONFERE
               DISPLAY PU-MENSAGEM
               GO TO 0300-RECEBE-PIN
           END-IF.

           DISPLAY 'CPF DO FUNCIONARIO (ZEROS = SEM VINCULO): '.
           ACCEPT WRK-CPF.

           MOVE WRK-ALVO  TO UM-USER.
           MOVE WRK-NIVEL TO UM-LEVEL.
           MOVE ZEROES    TO UM-PIN-ANTIGO.
           MOVE PU-SALT   TO UM-PIN-SALT.
           MOVE PU-HASH   TO UM-PIN-HASH.
           MOVE 0         TO UM-FALHAS.
           MOVE 'N'       TO UM-BLOQUEADO.
           MOVE WRK-HOJE  TO UM-PIN-DATA.
           MOVE WRK-CPF   TO UM-CPF.
           WRITE UM-REGISTRO.

           MOVE 'INCLUSAO' TO WRK-ACAO.
               GO TO 0700-EXIT
           END-IF.

       0700-RECEBE-PIN.
           DISPLAY 'PIN PROVISORIO: '.
           ACCEPT WRK-PIN.
           MOVE 'G'      TO PU-FUNCAO.
           MOVE UM-LEVEL TO PU-NIVEL.
           MOVE WRK-PIN  TO PU-SENHA.
           CALL 'PINUTIL' USING PU-PARM.
           IF NOT PU-CONFERE
               DISPLAY PU-MENSAGEM
               GO TO 0700-RECEBE-PIN
           END-IF.

           MOVE ZEROES   TO UM-PIN-ANTIGO.
           MOVE PU-SALT  TO UM-PIN-SALT.
           MOVE PU-HASH  TO UM-PIN-HASH.
           MOVE 0        TO UM-FALHAS.
           MOVE ZEROES   TO UM-PIN-DATA.
           REWRITE UM-REGISTRO.
           ACCEPT WRK-ALVO.

       0850-RECEBE-FUNCAO.
           PERFORM VARYING WRK-AF-IDX FROM 1 BY 1
                   UNTIL WRK-AF-IDX > WRK-AF-QTD
               DISPLAY WRK-AF-CODIGO(WRK-AF-IDX) ' = '
                       WRK-AF-PROGRAMA(WRK-AF-IDX) ' '
                       WRK-AF-DESCRICAO(WRK-AF-IDX)
           END-PERFORM.
           DISPLAY 'FUNCAO: '.
           ACCEPT WRK-FUNCAO.
           MOVE 'N' TO WRK-FUNCAO-OK.
           PERFORM VARYING WRK-AF-IDX FROM 1 BY 1
                   UNTIL WRK-AF-IDX > WRK-AF-QTD
               IF WRK-AF-CODIGO(WRK-AF-IDX) = WRK-FUNCAO
                   MOVE 'S' TO WRK-FUNCAO-OK
               END-IF
           END-PERFORM.
           IF WRK-FUNCAO-OK = 'N'
               DISPLAY 'FUNCAO INVALIDA'
               GO TO 0850-RECEBE-FUNCAO
           END-IF.
               GO TO 0850-RECEBE-PERMITE
           END-IF.

           MOVE 'AUTORIZACAO' TO WRK-ACAO.
           IF WRK-PERMITE = 'S'
               PERFORM 0860-CONFERE-CONFLITO
               IF WRK-SOD-BLOQUEIO = 'S'
                   DISPLAY 'CONCESSAO BLOQUEADA - CONFLITO DE FUNCOES'
                   MOVE 'BLOQ-SOD' TO WRK-ACAO
                   PERFORM 0800-GRAVA-AUDITORIA
                   GO TO 0850-EXIT
               END-IF
               IF WRK-SOD-AVISO = 'S'
                   DISPLAY 'CONFIRMA A CONCESSAO MESMO COM O '
                           'CONFLITO (S/N): '
                   ACCEPT WRK-RESPOSTA
                   IF WRK-RESPOSTA NOT = 'S'
                       DISPLAY 'CONCESSAO CANCELADA'
                       GO TO 0850-EXIT
                   END-IF
                   MOVE 'AUTORIZ-SOD' TO WRK-ACAO
               END-IF
           END-IF.

           OPEN EXTEND AUTH-MATRIX-FILE.
           IF WRK-MATRIZ-STATUS NOT = '00'
               OPEN OUTPUT AUTH-MATRIX-FILE
           WRITE AM-REGISTRO.
           CLOSE AUTH-MATRIX-FILE.

           PERFORM 0800-GRAVA-AUDITORIA.
           DISPLAY 'MATRIZ ATUALIZADA'.
       0850-EXIT.
           EXIT.

      ******************************************************************
      * 0860-CONFERE-CONFLITO - PARA CADA REGRA DO SODRULES QUE ENVOLVE
      * A FUNCAO CONCEDIDA, VE SE O ALVO JA TEM A OUTRA FUNCAO DO PAR
      * (USUARIO: LINHA DO USUARIO GANHA DA DO SEU NIVEL, COMO NO
      * PROGCOB015; NIVEL-NN: SO A LINHA DO NIVEL). CONFLITO COM
      * USUARIO QUE TEM A OUTRA FUNCAO POR LINHA PROPRIA, NUMA
      * CONCESSAO AO NIVEL, FICA PARA O RELATORIO DO PROGCOB171.
      ******************************************************************
       0860-CONFERE-CONFLITO SECTION.
           MOVE 'N' TO WRK-SOD-BLOQUEIO.
           MOVE 'N' TO WRK-SOD-AVISO.

           MOVE 0 TO WRK-MAT-QTD.
           MOVE 'N' TO WRK-MATRIZ-EOF.
           OPEN INPUT AUTH-MATRIX-FILE.
           IF WRK-MATRIZ-STATUS = '00'
               PERFORM UNTIL MATRIZ-ACABOU
                   READ AUTH-MATRIX-FILE
                       AT END
                           MOVE 'S' TO WRK-MATRIZ-EOF
                       NOT AT END
                           IF WRK-MAT-QTD < 300
                               ADD 1 TO WRK-MAT-QTD
                               MOVE AM-ALVO
                                   TO WRK-MAT-ALVO(WRK-MAT-QTD)
                               MOVE AM-FUNCAO
                                   TO WRK-MAT-FUNCAO(WRK-MAT-QTD)
                               MOVE AM-PERMITE
                                   TO WRK-MAT-PERMITE(WRK-MAT-QTD)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUTH-MATRIX-FILE
           END-IF.

           MOVE WRK-ALVO TO WRK-ALVO-DECOMP.
           IF WRK-ALVO-PREFIXO = 'NIVEL-' AND WRK-ALVO-NN NUMERIC
               MOVE 'S' TO WRK-ALVO-E-NIVEL
               MOVE WRK-ALVO-NN TO WRK-NIVEL-NN
           ELSE
               MOVE 'N' TO WRK-ALVO-E-NIVEL
               MOVE ZEROES TO WRK-NIVEL-NN
               MOVE WRK-ALVO TO UM-USER
               READ USER-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE UM-LEVEL TO WRK-NIVEL-NN
               END-READ
           END-IF.

           MOVE 'N' TO WRK-REGRA-EOF.
           OPEN INPUT SOD-RULES-FILE.
           IF WRK-REGRA-STATUS NOT = '00'
               GO TO 0860-EXIT
           END-IF.

           PERFORM UNTIL REGRAS-ACABOU
               READ SOD-RULES-FILE
                   AT END
                       MOVE 'S' TO WRK-REGRA-EOF
                   NOT AT END
                       MOVE SPACES TO WRK-OUTRA-FUNCAO
                       IF SD-FUNCAO-A = WRK-FUNCAO
                           MOVE SD-FUNCAO-B TO WRK-OUTRA-FUNCAO
                       END-IF
                       IF SD-FUNCAO-B = WRK-FUNCAO
                           MOVE SD-FUNCAO-A TO WRK-OUTRA-FUNCAO
                       END-IF
                       IF WRK-OUTRA-FUNCAO NOT = SPACES
                           PERFORM 0870-RESOLVE-ACESSO
                           IF WRK-TEM-ACESSO = 'S'
                               DISPLAY 'CONFLITO COM A FUNCAO '
                                       WRK-OUTRA-FUNCAO ': '
                                       SD-DESCRICAO
                               IF SD-BLOQUEIA
                                   MOVE 'S' TO WRK-SOD-BLOQUEIO
                               ELSE
                                   MOVE 'S' TO WRK-SOD-AVISO
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE SOD-RULES-FILE.
       0860-EXIT.
           EXIT.

      ******************************************************************
      * 0870-RESOLVE-ACESSO - ACESSO DO ALVO A WRK-OUTRA-FUNCAO NA
      * MATRIZ EM MEMORIA (A LINHA MAIS RECENTE VALE).
      ******************************************************************
       0870-RESOLVE-ACESSO SECTION.
           MOVE 'N' TO WRK-TEM-ACESSO.

           PERFORM VARYING WRK-MAT-IDX FROM 1 BY 1
                   UNTIL WRK-MAT-IDX > WRK-MAT-QTD
               IF WRK-MAT-FUNCAO(WRK-MAT-IDX) = WRK-OUTRA-FUNCAO
                   AND WRK-MAT-ALVO(WRK-MAT-IDX) = WRK-ALVO-NIVEL
                   MOVE WRK-MAT-PERMITE(WRK-MAT-IDX)
                       TO WRK-TEM-ACESSO
               END-IF
           END-PERFORM.
           IF WRK-ALVO-E-NIVEL = 'N'
               PERFORM VARYING WRK-MAT-IDX FROM 1 BY 1
                       UNTIL WRK-MAT-IDX > WRK-MAT-QTD
                   IF WRK-MAT-FUNCAO(WRK-MAT-IDX) = WRK-OUTRA-FUNCAO
                       AND WRK-MAT-ALVO(WRK-MAT-IDX) = WRK-ALVO
                       MOVE WRK-MAT-PERMITE(WRK-MAT-IDX)
                           TO WRK-TEM-ACESSO
                   END-IF
               END-PERFORM
           END-IF.

      ******************************************************************
      * 0900-APLICA-RECERTIFICACAO - GRAVA NA AUTHMATRIX, COMO LINHA
      * 'N' DO USUARIO, CADA FUNCAO REVOGADA PELO GESTOR OU SUSPENSA
      * POR FALTA DE REVISAO NO PRAZO (RECERTITEMS, PROGCOB172), COM A
      * ACAO NO USERADMAUDIT, E MARCA O ITEM COMO APLICADO.
      ******************************************************************
       0900-APLICA-RECERTIFICACAO SECTION.
           MOVE 0 TO WRK-ITEM-QTD.
           MOVE 0 TO WRK-QTDE-APLICADOS.
           MOVE 'N' TO WRK-RECERT-EOF.

           OPEN INPUT RECERT-ITEMS-FILE.
           IF WRK-RECERT-STATUS NOT = '00'
               DISPLAY 'NENHUMA CAMPANHA DE RECERTIFICACAO'
               GO TO 0900-EXIT
           END-IF.

           PERFORM UNTIL RECERT-ACABOU
               READ RECERT-ITEMS-FILE
                   AT END
                       MOVE 'S' TO WRK-RECERT-EOF
                   NOT AT END
                       IF WRK-ITEM-QTD < 5000
                           ADD 1 TO WRK-ITEM-QTD
                           MOVE CE-REGISTRO
                               TO WRK-ITEM-REG(WRK-ITEM-QTD)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE RECERT-ITEMS-FILE.

           OPEN EXTEND AUTH-MATRIX-FILE.
           IF WRK-MATRIZ-STATUS NOT = '00'
               OPEN OUTPUT AUTH-MATRIX-FILE
           END-IF.

           PERFORM VARYING WRK-ITEM-IDX FROM 1 BY 1
                   UNTIL WRK-ITEM-IDX > WRK-ITEM-QTD
               MOVE WRK-ITEM-REG(WRK-ITEM-IDX) TO CE-REGISTRO
               IF (ITEM-REVOGADO OR ITEM-SUSPENSO)
                   AND NOT ITEM-APLICADO
                   MOVE CE-USER   TO AM-ALVO
                   MOVE CE-FUNCAO TO AM-FUNCAO
                   MOVE 'N'       TO AM-PERMITE
                   WRITE AM-REGISTRO
                   MOVE CE-USER   TO WRK-ALVO
                   IF ITEM-REVOGADO
                       MOVE 'REVOG-RECERT' TO WRK-ACAO
                   ELSE
                       MOVE 'SUSP-RECERT' TO WRK-ACAO
                   END-IF
                   PERFORM 0800-GRAVA-AUDITORIA
                   MOVE 'S' TO CE-APLICADO
                   MOVE CE-REGISTRO TO WRK-ITEM-REG(WRK-ITEM-IDX)
                   ADD 1 TO WRK-QTDE-APLICADOS
               END-IF
           END-PERFORM.

           CLOSE AUTH-MATRIX-FILE.

           OPEN OUTPUT RECERT-ITEMS-FILE.
           PERFORM VARYING WRK-ITEM-IDX FROM 1 BY 1
                   UNTIL WRK-ITEM-IDX > WRK-ITEM-QTD
               MOVE WRK-ITEM-REG(WRK-ITEM-IDX) TO CE-REGISTRO
               WRITE CE-REGISTRO
           END-PERFORM.
           CLOSE RECERT-ITEMS-FILE.

           DISPLAY 'FUNCOES RETIRADAS DA MATRIZ: ' WRK-QTDE-APLICADOS.
       0900-EXIT.
           EXIT.

      ******************************************************************
      * 0950-VINCULA-FUNCIONARIO - GRAVA NO USUARIO ALVO O CPF DO
      * FUNCIONARIO (O GESTOR DO DEPARTAMENTO DELE REVISA OS ACESSOS
      * NA RECERTIFICACAO).
      ******************************************************************
       0950-VINCULA-FUNCIONARIO SECTION.
           PERFORM 0750-LE-ALVO.
           IF WRK-ALVO = SPACES
               GO TO 0950-EXIT
           END-IF.

           DISPLAY 'CPF DO FUNCIONARIO (ZEROS = SEM VINCULO): '.
           ACCEPT WRK-CPF.

           MOVE WRK-CPF TO UM-CPF.
           REWRITE UM-REGISTRO.
           MOVE 'VINCULO-CPF' TO WRK-ACAO.
           PERFORM 0800-GRAVA-AUDITORIA.
           DISPLAY 'VINCULO GRAVADO'.
       0950-EXIT.
           EXIT.

      ******************************************************************
      * 0800-GRAVA-AUDITORIA - REGISTRA A ACAO NO USERADMAUDIT COM O
