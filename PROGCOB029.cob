      *         PRESERVANDO OS ORCAMENTOS DE OUTROS ANOS JA GRAVADOS,
      *         NA MESMA MECANICA COM QUE O PROGCOB024 REGRAVA O
      *         SALESTOTALS.
      *MODIFICATION HISTORY:
      * 15/10/2026 - QUANDO O ANO DIGITADO AINDA NAO TEM ORCAMENTO, A
      *              SUGESTAO DE CADA MES PASSA A SER A PREVISAO
      *              ESTATISTICA DO PROGCOB139 (SALESFORECAST) PARA O
      *              MESMO ANO, SE HOUVER.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-BUDGET-STATUS.

           SELECT SALES-FORECAST-FILE ASSIGN TO 'SALESFORECAST'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FORECAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SALES-BUDGET-FILE.
           02  SB-MES          PIC 9(02).
           02  SB-VALOR        PIC 9(08)V99.

       FD  SALES-FORECAST-FILE.
       01  SF-REGISTRO.
           02  SF-ANO          PIC 9(04).
           02  SF-MES          PIC 9(02).
           02  SF-VALOR        PIC 9(08)V99.

       WORKING-STORAGE SECTION.
       COPY 'MESES-BOOK.cob'.
       COPY 'CURRENCY-BOOK.cob'.
       77  WRK-BUDGET-STATUS   PIC X(02)       VALUE SPACES.
       77  WRK-BUDGET-EOF      PIC X(01)       VALUE 'N'.
           88  BUDGET-ACABOU                   VALUE 'S'.
       77  WRK-FORECAST-STATUS PIC X(02)       VALUE SPACES.
       77  WRK-FORECAST-EOF    PIC X(01)       VALUE 'N'.
           88  FORECAST-ACABOU                 VALUE 'S'.
       77  WRK-TEM-ORCADO      PIC X(01)       VALUE 'N'.
           88  ANO-JA-ORCADO                   VALUE 'S'.

       77  WRK-ANO-ORCADO      PIC 9(04)       VALUE ZEROES.
       77  WRK-MES-IDX         PIC 9(02)       VALUE ZEROES.
           ACCEPT WRK-ANO-ORCADO.

           PERFORM 0100-CARREGA-ORCAMENTO.
           IF NOT ANO-JA-ORCADO
               PERFORM 0150-CARREGA-PREVISAO
           END-IF.
           PERFORM 0200-RECEBE-METAS.
           PERFORM 0300-GRAVA-ORCAMENTO.

                   NOT AT END
                       IF SB-ANO = WRK-ANO-ORCADO
                           MOVE SB-VALOR TO WRK-ORCADO-MES(SB-MES)
                           MOVE 'S' TO WRK-TEM-ORCADO
                       ELSE
                           ADD 1 TO WRK-HIST-QTD
                           MOVE SB-ANO TO WRK-HIST-ANO(WRK-HIST-QTD)
       0100-EXIT.
           EXIT.

      ******************************************************************
      * 0150-CARREGA-PREVISAO - ANO AINDA SEM ORCAMENTO: SE A PREVISAO
      * ESTATISTICA DO PROGCOB139 (SALESFORECAST) FOR DESTE ANO, OS
      * DOZE MESES PREVISTOS VIRAM A SUGESTAO DE META, PARA O
      * ORCAMENTO NAO COMECAR DE UMA FOLHA EM BRANCO.
      ******************************************************************
       0150-CARREGA-PREVISAO SECTION.
           OPEN INPUT SALES-FORECAST-FILE.
           IF WRK-FORECAST-STATUS NOT = '00'
               GO TO 0150-EXIT
           END-IF.

           PERFORM UNTIL FORECAST-ACABOU
               READ SALES-FORECAST-FILE
                   AT END
                       MOVE 'S' TO WRK-FORECAST-EOF
                   NOT AT END
                       IF SF-ANO = WRK-ANO-ORCADO
                          AND SF-MES >= 1 AND SF-MES <= 12
                           MOVE SF-VALOR TO WRK-ORCADO-MES(SF-MES)
                           MOVE 'P' TO WRK-TEM-ORCADO
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE SALES-FORECAST-FILE.
           IF WRK-TEM-ORCADO = 'P'
               DISPLAY 'ANO SEM ORCAMENTO - METAS SUGERIDAS PELA '
                       'PREVISAO DE VENDAS (SALESFORECAST)'
           END-IF.
       0150-EXIT.
           EXIT.

      ******************************************************************
      * 0200-RECEBE-METAS - PEDE A META DE CADA UM DOS DOZE MESES,
      * MOSTRANDO O VALOR JA GRAVADO COMO REFERENCIA.
