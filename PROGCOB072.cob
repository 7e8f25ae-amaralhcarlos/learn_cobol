      *              COMPETENCIA DE HOJE JA CONSTA NO ARQUIVO DE
      *              CONTROLE GLCLOSE, DO MESMO JEITO QUE O SALESCLOSE
      *              TRAVA O MES DE VENDAS.
      * 15/10/2026 - PLANO DE CONTAS LIDO PELA COPY GLACCT-REC (CLASSE E
      *              GRUPO DO BALANCO NO FIM DA LINHA).
      * 15/10/2026 - LOTE DE PROVISAO: PERGUNTA O TIPO DO LOTE E, SE FOR
      *              PROVISAO, NUMERA O LOTE E GRAVA AS PERNAS NO
      *              ACCRUALS PARA O ESTORNO AUTOMATICO NO MES SEGUINTE
      *              PELO PROGCOB073.
      * 15/10/2026 - PIN CONFERIDO PELO HASH COM SAL DO USERMASTER
      *              (SUBPROGRAMA PINUTIL), SEM COMPARAR O PIN EM CLARO;
      *              WRK-PIN ACEITA A SENHA LONGA DO ADMIN.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-CLOSE-STATUS.

           SELECT ACCRUAL-FILE ASSIGN TO 'ACCRUALS'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-PROV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  USER-MASTER-FILE.
           COPY 'USERMASTER-REC.cob'.

       FD  GL-ACCOUNTS-FILE.
           COPY 'GLACCT-REC.cob'.

       FD  GL-TRANSACTION-FILE.
           COPY 'GLTXN-REC.cob'.
       01  GC-REGISTRO.
           02  GC-COMPETENCIA  PIC 9(06).

       FD  ACCRUAL-FILE.
           COPY 'ACCRUAL-REC.cob'.

       WORKING-STORAGE SECTION.
       COPY 'CURRENCY-BOOK.cob'.

       77  WRK-PROOF-STATUS    PIC X(02)       VALUE SPACES.

       77  WRK-USER            PIC X(20)       VALUE SPACES.
       77  WRK-PIN             PIC X(16)       VALUE SPACES.
           COPY 'PINUTIL-PARM.cob'.
       77  WRK-LOGIN-OK        PIC X(01)       VALUE 'N'.
           88  LOGIN-VALIDO                    VALUE 'S'.

           88  CLOSE-ACABOU                    VALUE 'S'.
       77  WRK-PERIODO-FECHADO PIC X(01)       VALUE 'N'.

      ******************************************************************
      * LOTE DE PROVISAO: AS PERNAS VAO TAMBEM PARA O ACCRUALS, COM O
      * NUMERO DO LOTE, E O PROGCOB073 ESTORNA NO MES SEGUINTE.
      ******************************************************************
       77  WRK-PROV-STATUS     PIC X(02)       VALUE SPACES.
       77  WRK-PROV-EOF        PIC X(01)       VALUE 'N'.
           88  PROV-ACABOU                     VALUE 'S'.
       77  WRK-TIPO-LOTE       PIC X(01)       VALUE 'N'.
           88  LOTE-PROVISAO                   VALUE 'S'.
       77  WRK-NUM-LOTE        PIC 9(06)       VALUE ZEROES.
       01  WRK-DATA-ESTORNO.
           02  WRK-EST-ANO     PIC 9(04)       VALUE ZEROES.
           02  WRK-EST-MES     PIC 9(02)       VALUE ZEROES.
           02  WRK-EST-DIA     PIC 9(02)       VALUE ZEROES.

       01  WRK-HOJE.
           02  WRK-HOJE-ANO    PIC 9(04)       VALUE ZEROES.
           02  WRK-HOJE-MES    PIC 9(02)       VALUE ZEROES.
               STOP RUN
           END-IF.

           PERFORM 0250-RECEBE-TIPO-LOTE.

           PERFORM 0300-RECEBE-LINHA
               UNTIL WRK-CONTA-ENT = 9999.

           END-IF.

           PERFORM 0500-POSTA-LOTE.
           IF LOTE-PROVISAO
               PERFORM 0550-REGISTRA-PROVISAO
           END-IF.
           PERFORM 0600-IMPRIME-PROVA.

           DISPLAY 'LOTE POSTADO: ' WRK-LOTE-QTD ' LINHAS'.
           IF LOTE-PROVISAO
               DISPLAY 'LOTE DE PROVISAO ' WRK-NUM-LOTE
                       ' - ESTORNO AUTOMATICO EM ' WRK-EST-DIA '/'
                       WRK-EST-MES '/' WRK-EST-ANO
           END-IF.

           STOP RUN.

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
                   END-IF
           END-READ.
       0200-EXIT.
           EXIT.

      ******************************************************************
      * 0250-RECEBE-TIPO-LOTE - LOTE NORMAL OU DE PROVISAO (CONTAS A
      * PAGAR AINDA NAO FATURADAS, FRETE NAO COBRADO, BONUS). O LOTE
      * DE PROVISAO E ESTORNADO SOZINHO NO DIA 1 DO MES SEGUINTE,
      * QUANDO O PROGCOB073 FECHA A COMPETENCIA.
      ******************************************************************
       0250-RECEBE-TIPO-LOTE SECTION.
           DISPLAY 'LOTE DE PROVISAO COM ESTORNO AUTOMATICO NO MES '
                   'SEGUINTE (S/N)? '.
           ACCEPT WRK-TIPO-LOTE.
           IF WRK-TIPO-LOTE NOT = 'S'
               MOVE 'N' TO WRK-TIPO-LOTE
               GO TO 0250-EXIT
           END-IF.

           MOVE 1 TO WRK-EST-DIA.
           IF WRK-HOJE-MES = 12
               COMPUTE WRK-EST-ANO = WRK-HOJE-ANO + 1
               MOVE 1 TO WRK-EST-MES
           ELSE
               MOVE WRK-HOJE-ANO TO WRK-EST-ANO
               COMPUTE WRK-EST-MES = WRK-HOJE-MES + 1
           END-IF.
       0250-EXIT.
           EXIT.

      ******************************************************************
      * 0300-RECEBE-LINHA - RECEBE UMA LINHA DO LOTE (CONTA, TIPO D/C
      * E VALOR). CONTA 9999 ENCERRA A DIGITACAO; CONTA FORA DO PLANO

           CLOSE GL-TRANSACTION-FILE.

      ******************************************************************
      * 0550-REGISTRA-PROVISAO - NUMERA O LOTE (MAIOR NUMERO DO
      * ACCRUALS + 1) E GRAVA AS PERNAS PENDENTES DE ESTORNO.
      ******************************************************************
       0550-REGISTRA-PROVISAO SECTION.
           MOVE ZEROES TO WRK-NUM-LOTE.
           OPEN INPUT ACCRUAL-FILE.
           IF WRK-PROV-STATUS = '00'
               PERFORM UNTIL PROV-ACABOU
                   READ ACCRUAL-FILE
                       AT END
                           MOVE 'S' TO WRK-PROV-EOF
                       NOT AT END
                           IF AC-LOTE > WRK-NUM-LOTE
                               MOVE AC-LOTE TO WRK-NUM-LOTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCRUAL-FILE
           END-IF.
           ADD 1 TO WRK-NUM-LOTE.

           OPEN EXTEND ACCRUAL-FILE.
           IF WRK-PROV-STATUS NOT = '00'
               OPEN OUTPUT ACCRUAL-FILE
           END-IF.

           PERFORM VARYING WRK-LOTE-IDX FROM 1 BY 1
                   UNTIL WRK-LOTE-IDX > WRK-LOTE-QTD
               MOVE WRK-NUM-LOTE TO AC-LOTE
               MOVE WRK-LOTE-IDX TO AC-SEQ
               MOVE WRK-HOJE     TO AC-DATA
               MOVE WRK-USER     TO AC-OPERADOR
               MOVE WRK-LOTE-CONTA(WRK-LOTE-IDX) TO AC-CONTA
               MOVE WRK-LOTE-TIPO(WRK-LOTE-IDX)  TO AC-TIPO
               MOVE WRK-LOTE-VALOR(WRK-LOTE-IDX) TO AC-VALOR
               MOVE WRK-LOTE-CC(WRK-LOTE-IDX)    TO AC-CCUSTO
               MOVE 'P'          TO AC-SITUACAO
               MOVE ZEROES       TO AC-DATA-ESTORNO
               WRITE AC-REGISTRO
           END-PERFORM.

           CLOSE ACCRUAL-FILE.

      ******************************************************************
      * 0600-IMPRIME-PROVA - LISTA DE PROVA DO LOTE NO JRNLBATCHRPT:
      * CADA LINHA COM CONTA, TIPO E VALOR, E OS TOTAIS FECHADOS.
           WRITE BP-LINHA.
           MOVE SPACES TO BP-LINHA.
           WRITE BP-LINHA FROM 'PROVA: DEBITOS = CREDITOS - OK'.
           IF LOTE-PROVISAO
               MOVE SPACES TO BP-LINHA
               STRING 'LOTE DE PROVISAO ' WRK-NUM-LOTE
                      ' - ESTORNO AUTOMATICO EM ' WRK-EST-DIA '/'
                      WRK-EST-MES '/' WRK-EST-ANO
                   DELIMITED BY SIZE INTO BP-LINHA
               END-STRING
               WRITE BP-LINHA
           END-IF.

           CLOSE BATCH-PROOF-FILE.

