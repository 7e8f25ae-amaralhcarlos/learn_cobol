       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB139.
      ******************************************************************
      *AUTHOR: CARLOS AMARAL
      *DATE: 15/10/2026
      *PURPOSE: PREVISAO ESTATISTICA DE VENDAS. PROJETA OS DOZE MESES
      *         DO ANO INFORMADO POR FILIAL A PARTIR DO HISTORICO DO
      *         SALESTOTALS E DO ARQUIVO MORTO DA VIRADA DE ANO
      *         (SALESARCHIVE, PROGCOB031): MEDIA MOVEL SAZONAL DO
      *         MESMO MES NOS TRES ANOS ANTERIORES (PESOS 3, 2 E 1, O
      *         MAIS RECENTE PESANDO MAIS), CORRIGIDA PELA TENDENCIA
      *         DA FILIAL (ULTIMO ANO SOBRE O PENULTIMO, NOS MESES QUE
      *         OS DOIS TEM). GERA O RELATORIO SALESFCSTRPT E O
      *         ARQUIVO SALESFORECAST NO LAYOUT DO SALESBUDGET (ANO +
      *         MES + VALOR, CONSOLIDADO DAS FILIAIS), QUE O PROGCOB029
      *         OFERECE COMO PONTO DE PARTIDA DO ORCAMENTO DO ANO.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALES-TOTALS-FILE ASSIGN TO 'SALESTOTALS'
               ORGANIZATION INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ST-CHAVE
               FILE STATUS IS WRK-VENDAS-STATUS.

           SELECT SALES-ARCHIVE-FILE ASSIGN TO 'SALESARCHIVE'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-ARCHIVE-STATUS.

           SELECT FORECAST-FILE ASSIGN TO 'SALESFORECAST'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FORECAST-STATUS.

           SELECT FORECAST-REPORT-FILE ASSIGN TO 'SALESFCSTRPT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SALES-TOTALS-FILE.
           COPY 'SALESTOT-REC.cob'.

       FD  SALES-ARCHIVE-FILE.
       01  SA-REGISTRO.
           02  SA-ANO          PIC 9(04).
           02  SA-MES          PIC 9(02).
           02  SA-VALOR        PIC 9(08)V99.
           02  SA-FILIAL       PIC 9(02).

       FD  FORECAST-FILE.
       01  SB-REGISTRO.
           02  SB-ANO          PIC 9(04).
           02  SB-MES          PIC 9(02).
           02  SB-VALOR        PIC 9(08)V99.

       FD  FORECAST-REPORT-FILE.
       01  FC-LINHA            PIC X(100).

       WORKING-STORAGE SECTION.
       COPY 'MESES-BOOK.cob'.
       COPY 'CURRENCY-BOOK.cob'.

       77  WRK-VENDAS-STATUS   PIC X(02)       VALUE SPACES.
       77  WRK-VENDAS-EOF      PIC X(01)       VALUE 'N'.
           88  VENDAS-ACABOU                   VALUE 'S'.
       77  WRK-ARCHIVE-STATUS  PIC X(02)       VALUE SPACES.
       77  WRK-ARCHIVE-EOF     PIC X(01)       VALUE 'N'.
           88  ARCHIVE-ACABOU                  VALUE 'S'.
       77  WRK-FORECAST-STATUS PIC X(02)       VALUE SPACES.
       77  WRK-REPORT-STATUS   PIC X(02)       VALUE SPACES.

       01  WRK-HOJE.
           02  WRK-HOJE-ANO    PIC 9(04)       VALUE ZEROES.
           02  WRK-HOJE-MES    PIC 9(02)       VALUE ZEROES.
           02  WRK-HOJE-DIA    PIC 9(02)       VALUE ZEROES.

       77  WRK-ANO             PIC 9(04)       VALUE ZEROES.
       77  WRK-ANO-INICIAL     PIC 9(04)       VALUE ZEROES.

      ******************************************************************
      * HISTORICO POR FILIAL, ANO E MES. O ANO 1 E O ANO ANTERIOR AO
      * DA PREVISAO, O 2 O PENULTIMO E O 3 O ANTEPENULTIMO. LINHA SEM
      * FILIAL (ANTERIOR A ABERTURA POR FILIAL) CONTA NA FILIAL 01,
      * COMO NOS PROGRAMAS DE POSTAGEM.
      ******************************************************************
       77  WRK-QTDE-FILIAIS    PIC 9(02)       VALUE 02.
           COPY 'FILUTIL-PARM.cob'.
       77  WRK-FIL-IDX         PIC 9(02)       VALUE ZEROES.
       77  WRK-FIL-REG         PIC 9(02)       VALUE ZEROES.
       77  WRK-ANO-IDX         PIC 9(01)       VALUE ZEROES.
       77  WRK-MES-IDX         PIC 9(02)       VALUE ZEROES.
       77  WRK-REG-ANO         PIC 9(04)       VALUE ZEROES.
       77  WRK-REG-MES         PIC 9(02)       VALUE ZEROES.
       77  WRK-REG-VALOR       PIC 9(08)V99    VALUE ZEROES.
       01  WRK-TAB-HISTORICO.
           02  WRK-HIS-FILIAL  OCCURS 9 TIMES.
               03  WRK-HIS-ANO OCCURS 3 TIMES.
                   04  WRK-HIS-VALOR   PIC 9(08)V99 OCCURS 12 TIMES.
       77  WRK-QTDE-IGNORADAS  PIC 9(05)       VALUE ZEROES.

      ******************************************************************
      * CALCULO DA PREVISAO. O PESO DE CADA ANO E 4 MENOS A POSICAO
      * (3, 2, 1); MES SEM VENDA NAQUELE ANO (ANO CORRENTE AINDA NAO
      * FECHADO, FILIAL QUE AINDA NAO EXISTIA) FICA FORA DA MEDIA EM
      * VEZ DE PUXA-LA PARA BAIXO. A TENDENCIA E LIMITADA ENTRE 0,50
      * E 2,00 PARA UM ANO ATIPICO NAO DISPARAR A PREVISAO.
      ******************************************************************
       77  WRK-PESO            PIC 9(01)       VALUE ZEROES.
       77  WRK-SOMA-PESOS      PIC 9(02)       VALUE ZEROES.
       77  WRK-SOMA-PONDERADA  PIC 9(10)V99    VALUE ZEROES.
       77  WRK-MEDIA-SAZONAL   PIC 9(08)V99    VALUE ZEROES.
       77  WRK-BASE-ULTIMO     PIC 9(10)V99    VALUE ZEROES.
       77  WRK-BASE-PENULTIMO  PIC 9(10)V99    VALUE ZEROES.
       77  WRK-TENDENCIA       PIC 9(01)V9(04) VALUE ZEROES.
       77  WRK-TEND-MINIMA     PIC 9(01)V99    VALUE 0,50.
       77  WRK-TEND-MAXIMA     PIC 9(01)V99    VALUE 2,00.
       77  WRK-PREVISTO        PIC 9(08)V99    VALUE ZEROES.

       77  WRK-PREV-MES        PIC 9(08)V99    OCCURS 12 TIMES.
       77  WRK-CONS-MES        PIC 9(08)V99    OCCURS 12 TIMES.
       77  WRK-TOT-FIL-ANO     PIC 9(09)V99    OCCURS 3 TIMES.
       77  WRK-TOT-FIL-PREV    PIC 9(09)V99    VALUE ZEROES.
       77  WRK-TOT-CONSOLIDADO PIC 9(09)V99    VALUE ZEROES.
       77  WRK-TEM-HISTORICO   PIC X(01)       VALUE 'N'.
           88  FILIAL-TEM-HISTORICO            VALUE 'S'.

       77  WRK-ED-ANO-1        PIC $ZZ.ZZZ.ZZ9,99 VALUE ZEROES.
       77  WRK-ED-ANO-2        PIC $ZZ.ZZZ.ZZ9,99 VALUE ZEROES.
       77  WRK-ED-ANO-3        PIC $ZZ.ZZZ.ZZ9,99 VALUE ZEROES.
       77  WRK-ED-TOT-1        PIC $ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.
       77  WRK-ED-TOT-2        PIC $ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.
       77  WRK-ED-TOT-3        PIC $ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.
       77  WRK-TENDENCIA-ED    PIC 9,9999      VALUE ZEROES.

       PROCEDURE DIVISION.

           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.

           MOVE 'Q' TO FU-FUNCAO.
           CALL 'FILUTIL' USING FU-PARM.
           IF FU-QTDE >= 1 AND FU-QTDE <= 9
               MOVE FU-QTDE TO WRK-QTDE-FILIAIS
           END-IF.

           DISPLAY 'DIGITE O ANO DA PREVISAO (0 = PROXIMO ANO): '.
           ACCEPT WRK-ANO.
           IF WRK-ANO = 0
               COMPUTE WRK-ANO = WRK-HOJE-ANO + 1
           END-IF.
           COMPUTE WRK-ANO-INICIAL = WRK-ANO - 3.

           PERFORM 0100-CARREGA-HISTORICO.
           PERFORM 0200-CALCULA-PREVISAO.
           PERFORM 0500-GRAVA-PREVISAO.

           DISPLAY 'PREVISAO DE ' WRK-ANO ' GRAVADA EM SALESFORECAST'.
           MOVE WRK-TOT-CONSOLIDADO TO WRK-CURR-ED-09.
           DISPLAY 'TOTAL PREVISTO: ' WRK-CURR-ED-09.
           IF WRK-QTDE-IGNORADAS > 0
               DISPLAY 'LINHAS DE FILIAL FORA DA TABELA: '
                       WRK-QTDE-IGNORADAS
           END-IF.

           STOP RUN.

      ******************************************************************
      * 0100-CARREGA-HISTORICO - LE O SALESTOTALS E O SALESARCHIVE,
      * GUARDANDO AS VENDAS DOS TRES ANOS ANTERIORES AO DA PREVISAO.
      * O ARQUIVO MORTO SO TEM OS ANOS JA VIRADOS (A VIRADA APAGA DO
      * SALESTOTALS O ANO QUE ARQUIVA), ENTAO OS DOIS SE SOMAM SEM
      * CONTAR UM MES DUAS VEZES.
      ******************************************************************
       0100-CARREGA-HISTORICO SECTION.
           INITIALIZE WRK-TAB-HISTORICO.

           OPEN INPUT SALES-TOTALS-FILE.
           IF WRK-VENDAS-STATUS NOT = '00'
               DISPLAY 'SALESTOTALS NAO ENCONTRADO - SO O ARQUIVO MORTO'
           ELSE
               PERFORM UNTIL VENDAS-ACABOU
                   READ SALES-TOTALS-FILE NEXT
                       AT END
                           MOVE 'S' TO WRK-VENDAS-EOF
                       NOT AT END
                           MOVE ST-ANO    TO WRK-REG-ANO
                           MOVE ST-MES    TO WRK-REG-MES
                           MOVE ST-VALOR  TO WRK-REG-VALOR
                           MOVE ST-FILIAL TO WRK-FIL-REG
                           PERFORM 0150-APROPRIA-LINHA
                   END-READ
               END-PERFORM
               CLOSE SALES-TOTALS-FILE
           END-IF.

           OPEN INPUT SALES-ARCHIVE-FILE.
           IF WRK-ARCHIVE-STATUS NOT = '00'
               DISPLAY 'SALESARCHIVE NAO ENCONTRADO - SO O SALESTOTALS'
               GO TO 0100-EXIT
           END-IF.

           PERFORM UNTIL ARCHIVE-ACABOU
               READ SALES-ARCHIVE-FILE
                   AT END
                       MOVE 'S' TO WRK-ARCHIVE-EOF
                   NOT AT END
                       MOVE SA-ANO   TO WRK-REG-ANO
                       MOVE SA-MES   TO WRK-REG-MES
                       MOVE SA-VALOR TO WRK-REG-VALOR
                       IF SA-FILIAL NUMERIC
                           MOVE SA-FILIAL TO WRK-FIL-REG
                       ELSE
                           MOVE 0 TO WRK-FIL-REG
                       END-IF
                       PERFORM 0150-APROPRIA-LINHA
               END-READ
           END-PERFORM.

           CLOSE SALES-ARCHIVE-FILE.
       0100-EXIT.
           EXIT.

      ******************************************************************
      * 0150-APROPRIA-LINHA - SOMA A LINHA LIDA NA CELULA DA FILIAL,
      * DO ANO E DO MES, QUANDO O ANO ESTA NA JANELA DA PREVISAO.
      ******************************************************************
       0150-APROPRIA-LINHA SECTION.
           IF WRK-REG-ANO < WRK-ANO-INICIAL OR WRK-REG-ANO >= WRK-ANO
               GO TO 0150-EXIT
           END-IF.
           IF WRK-REG-MES < 1 OR WRK-REG-MES > 12
               GO TO 0150-EXIT
           END-IF.
           IF WRK-FIL-REG = 0
               MOVE 1 TO WRK-FIL-REG
           END-IF.
           IF WRK-FIL-REG > 9
               ADD 1 TO WRK-QTDE-IGNORADAS
               GO TO 0150-EXIT
           END-IF.
           IF WRK-FIL-REG > WRK-QTDE-FILIAIS
               MOVE WRK-FIL-REG TO WRK-QTDE-FILIAIS
           END-IF.

           COMPUTE WRK-ANO-IDX = WRK-ANO - WRK-REG-ANO.
           ADD WRK-REG-VALOR
               TO WRK-HIS-VALOR(WRK-FIL-REG, WRK-ANO-IDX, WRK-REG-MES).
       0150-EXIT.
           EXIT.

      ******************************************************************
      * 0200-CALCULA-PREVISAO - ABRE O RELATORIO E, FILIAL A FILIAL,
      * CALCULA A TENDENCIA E A PREVISAO DOS DOZE MESES, IMPRIMINDO O
      * HISTORICO AO LADO; NO FINAL, O CONSOLIDADO DAS FILIAIS.
      ******************************************************************
       0200-CALCULA-PREVISAO SECTION.
           PERFORM VARYING WRK-MES-IDX FROM 1 BY 1
                   UNTIL WRK-MES-IDX > 12
               MOVE 0 TO WRK-CONS-MES(WRK-MES-IDX)
           END-PERFORM.

           OPEN OUTPUT FORECAST-REPORT-FILE.
           MOVE SPACES TO FC-LINHA.
           STRING 'PREVISAO DE VENDAS ' WRK-ANO
                  ' - MEDIA SAZONAL PONDERADA COM TENDENCIA'
                  ' - EMITIDA EM '
                  WRK-HOJE-DIA '/' WRK-HOJE-MES '/' WRK-HOJE-ANO
               DELIMITED BY SIZE INTO FC-LINHA
           END-STRING.
           WRITE FC-LINHA.
           MOVE SPACES TO FC-LINHA.
           WRITE FC-LINHA FROM '-------------------------------------'.

           PERFORM VARYING WRK-FIL-IDX FROM 1 BY 1
                   UNTIL WRK-FIL-IDX > WRK-QTDE-FILIAIS
               PERFORM 0300-PREVISAO-FILIAL
           END-PERFORM.

           PERFORM 0400-IMPRIME-CONSOLIDADO.
           CLOSE FORECAST-REPORT-FILE.

      ******************************************************************
      * 0300-PREVISAO-FILIAL - TENDENCIA DA FILIAL (SOMA DO ULTIMO ANO
      * SOBRE A DO PENULTIMO, SO NOS MESES COM VENDA NOS DOIS, PARA O
      * ANO CORRENTE AINDA ABERTO NAO PARECER QUEDA) E, PARA CADA MES,
      * A MEDIA PONDERADA DO MESMO MES NOS TRES ANOS VEZES A
      * TENDENCIA. FILIAL SEM NENHUM HISTORICO NA JANELA NAO SAI.
      ******************************************************************
       0300-PREVISAO-FILIAL SECTION.
           MOVE 'N' TO WRK-TEM-HISTORICO.
           MOVE 0 TO WRK-BASE-ULTIMO WRK-BASE-PENULTIMO.
           PERFORM VARYING WRK-MES-IDX FROM 1 BY 1
                   UNTIL WRK-MES-IDX > 12
               PERFORM VARYING WRK-ANO-IDX FROM 1 BY 1
                       UNTIL WRK-ANO-IDX > 3
                   IF WRK-HIS-VALOR(WRK-FIL-IDX, WRK-ANO-IDX,
                                    WRK-MES-IDX) > 0
                       MOVE 'S' TO WRK-TEM-HISTORICO
                   END-IF
               END-PERFORM
               IF WRK-HIS-VALOR(WRK-FIL-IDX, 1, WRK-MES-IDX) > 0
                  AND WRK-HIS-VALOR(WRK-FIL-IDX, 2, WRK-MES-IDX) > 0
                   ADD WRK-HIS-VALOR(WRK-FIL-IDX, 1, WRK-MES-IDX)
                       TO WRK-BASE-ULTIMO
                   ADD WRK-HIS-VALOR(WRK-FIL-IDX, 2, WRK-MES-IDX)
                       TO WRK-BASE-PENULTIMO
               END-IF
           END-PERFORM.

           IF NOT FILIAL-TEM-HISTORICO
               GO TO 0300-EXIT
           END-IF.

           IF WRK-BASE-PENULTIMO = 0
               MOVE 1 TO WRK-TENDENCIA
           ELSE
               COMPUTE WRK-TENDENCIA ROUNDED =
                   WRK-BASE-ULTIMO / WRK-BASE-PENULTIMO
                   ON SIZE ERROR
                       MOVE WRK-TEND-MAXIMA TO WRK-TENDENCIA
               END-COMPUTE
           END-IF.
           IF WRK-TENDENCIA < WRK-TEND-MINIMA
               MOVE WRK-TEND-MINIMA TO WRK-TENDENCIA
           END-IF.
           IF WRK-TENDENCIA > WRK-TEND-MAXIMA
               MOVE WRK-TEND-MAXIMA TO WRK-TENDENCIA
           END-IF.

           MOVE 0 TO WRK-TOT-FIL-PREV.
           PERFORM VARYING WRK-ANO-IDX FROM 1 BY 1
                   UNTIL WRK-ANO-IDX > 3
               MOVE 0 TO WRK-TOT-FIL-ANO(WRK-ANO-IDX)
           END-PERFORM.
           PERFORM VARYING WRK-MES-IDX FROM 1 BY 1
                   UNTIL WRK-MES-IDX > 12
               PERFORM 0350-PREVISAO-MES
           END-PERFORM.

           PERFORM 0380-IMPRIME-FILIAL.
       0300-EXIT.
           EXIT.

      ******************************************************************
      * 0350-PREVISAO-MES - MEDIA SAZONAL PONDERADA DO MES DA FILIAL,
      * CORRIGIDA PELA TENDENCIA, ACUMULADA NO CONSOLIDADO.
      ******************************************************************
       0350-PREVISAO-MES SECTION.
           MOVE 0 TO WRK-SOMA-PESOS WRK-SOMA-PONDERADA.
           PERFORM VARYING WRK-ANO-IDX FROM 1 BY 1
                   UNTIL WRK-ANO-IDX > 3
               ADD WRK-HIS-VALOR(WRK-FIL-IDX, WRK-ANO-IDX, WRK-MES-IDX)
                   TO WRK-TOT-FIL-ANO(WRK-ANO-IDX)
               IF WRK-HIS-VALOR(WRK-FIL-IDX, WRK-ANO-IDX,
                                WRK-MES-IDX) > 0
                   COMPUTE WRK-PESO = 4 - WRK-ANO-IDX
                   ADD WRK-PESO TO WRK-SOMA-PESOS
                   COMPUTE WRK-SOMA-PONDERADA = WRK-SOMA-PONDERADA +
                       WRK-HIS-VALOR(WRK-FIL-IDX, WRK-ANO-IDX,
                                     WRK-MES-IDX) * WRK-PESO
               END-IF
           END-PERFORM.

           IF WRK-SOMA-PESOS = 0
               MOVE 0 TO WRK-PREVISTO
           ELSE
               COMPUTE WRK-MEDIA-SAZONAL ROUNDED =
                   WRK-SOMA-PONDERADA / WRK-SOMA-PESOS
               COMPUTE WRK-PREVISTO ROUNDED =
                   WRK-MEDIA-SAZONAL * WRK-TENDENCIA
                   ON SIZE ERROR
                       MOVE WRK-MEDIA-SAZONAL TO WRK-PREVISTO
               END-COMPUTE
           END-IF.

           MOVE WRK-PREVISTO TO WRK-PREV-MES(WRK-MES-IDX).
           ADD WRK-PREVISTO  TO WRK-TOT-FIL-PREV.
           ADD WRK-PREVISTO  TO WRK-CONS-MES(WRK-MES-IDX).
           ADD WRK-PREVISTO  TO WRK-TOT-CONSOLIDADO.

      ******************************************************************
      * 0380-IMPRIME-FILIAL - BLOCO DA FILIAL NO RELATORIO: UMA LINHA
      * POR MES COM OS TRES ANOS DE HISTORICO E A PREVISAO, E O TOTAL.
      ******************************************************************
       0380-IMPRIME-FILIAL SECTION.
           MOVE 'N'         TO FU-FUNCAO.
           MOVE WRK-FIL-IDX TO FU-FILIAL.
           CALL 'FILUTIL' USING FU-PARM.
           MOVE WRK-TENDENCIA TO WRK-TENDENCIA-ED.

           MOVE SPACES TO FC-LINHA.
           WRITE FC-LINHA.
           MOVE SPACES TO FC-LINHA.
           STRING 'FILIAL ' WRK-FIL-IDX ' - ' FU-NOME
                  '  TENDENCIA ' WRK-TENDENCIA-ED
               DELIMITED BY SIZE INTO FC-LINHA
           END-STRING.
           WRITE FC-LINHA.
           MOVE SPACES TO FC-LINHA.
           COMPUTE WRK-REG-ANO = WRK-ANO - 3.
           MOVE WRK-REG-ANO TO FC-LINHA(15:4).
           COMPUTE WRK-REG-ANO = WRK-ANO - 2.
           MOVE WRK-REG-ANO TO FC-LINHA(31:4).
           COMPUTE WRK-REG-ANO = WRK-ANO - 1.
           MOVE WRK-REG-ANO TO FC-LINHA(47:4).
           STRING 'PREV ' WRK-ANO
               DELIMITED BY SIZE INTO FC-LINHA(58:9)
           END-STRING.
           MOVE 'MES' TO FC-LINHA(1:3).
           WRITE FC-LINHA.

           PERFORM VARYING WRK-MES-IDX FROM 1 BY 1
                   UNTIL WRK-MES-IDX > 12
               MOVE WRK-HIS-VALOR(WRK-FIL-IDX, 3, WRK-MES-IDX)
                   TO WRK-ED-ANO-3
               MOVE WRK-HIS-VALOR(WRK-FIL-IDX, 2, WRK-MES-IDX)
                   TO WRK-ED-ANO-2
               MOVE WRK-HIS-VALOR(WRK-FIL-IDX, 1, WRK-MES-IDX)
                   TO WRK-ED-ANO-1
               MOVE WRK-PREV-MES(WRK-MES-IDX) TO WRK-CURR-ED-08
               MOVE SPACES TO FC-LINHA
               STRING WRK-MES-PT(WRK-MES-IDX) ' '
                      ' ' WRK-ED-ANO-3 '  ' WRK-ED-ANO-2
                      '  ' WRK-ED-ANO-1 '  ' WRK-CURR-ED-08
                   DELIMITED BY SIZE INTO FC-LINHA
               END-STRING
               WRITE FC-LINHA
           END-PERFORM.

           MOVE WRK-TOT-FIL-ANO(3) TO WRK-ED-TOT-3.
           MOVE WRK-TOT-FIL-ANO(2) TO WRK-ED-TOT-2.
           MOVE WRK-TOT-FIL-ANO(1) TO WRK-ED-TOT-1.
           MOVE WRK-TOT-FIL-PREV   TO WRK-CURR-ED-09.
           MOVE SPACES TO FC-LINHA.
           STRING 'TOT ' WRK-ED-TOT-3 ' ' WRK-ED-TOT-2
                  ' ' WRK-ED-TOT-1 ' ' WRK-CURR-ED-09
               DELIMITED BY SIZE INTO FC-LINHA
           END-STRING.
           WRITE FC-LINHA.

      ******************************************************************
      * 0400-IMPRIME-CONSOLIDADO - PREVISAO DA EMPRESA MES A MES (SOMA
      * DAS FILIAIS), QUE E O QUE VAI PARA O SALESFORECAST.
      ******************************************************************
       0400-IMPRIME-CONSOLIDADO SECTION.
           MOVE SPACES TO FC-LINHA.
           WRITE FC-LINHA.
           MOVE SPACES TO FC-LINHA.
           WRITE FC-LINHA FROM '-------------------------------------'.
           MOVE SPACES TO FC-LINHA.
           STRING 'CONSOLIDADO DAS FILIAIS - PREVISAO ' WRK-ANO
               DELIMITED BY SIZE INTO FC-LINHA
           END-STRING.
           WRITE FC-LINHA.

           PERFORM VARYING WRK-MES-IDX FROM 1 BY 1
                   UNTIL WRK-MES-IDX > 12
               MOVE WRK-CONS-MES(WRK-MES-IDX) TO WRK-CURR-ED-08
               MOVE SPACES TO FC-LINHA
               STRING WRK-MES-PT(WRK-MES-IDX) ' - ' WRK-CURR-ED-08
                   DELIMITED BY SIZE INTO FC-LINHA
               END-STRING
               WRITE FC-LINHA
           END-PERFORM.

           MOVE WRK-TOT-CONSOLIDADO TO WRK-CURR-ED-09.
           MOVE SPACES TO FC-LINHA.
           STRING 'TOTAL DO ANO: ' WRK-CURR-ED-09
               DELIMITED BY SIZE INTO FC-LINHA
           END-STRING.
           WRITE FC-LINHA.

      ******************************************************************
      * 0500-GRAVA-PREVISAO - GRAVA O SALESFORECAST COM OS DOZE MESES
      * CONSOLIDADOS NO LAYOUT DO SALESBUDGET. O ARQUIVO E RECRIADO A
      * CADA RODADA: SO A ULTIMA PREVISAO INTERESSA.
      ******************************************************************
       0500-GRAVA-PREVISAO SECTION.
           OPEN OUTPUT FORECAST-FILE.
           PERFORM VARYING WRK-MES-IDX FROM 1 BY 1
                   UNTIL WRK-MES-IDX > 12
               MOVE WRK-ANO TO SB-ANO
               MOVE WRK-MES-IDX TO SB-MES
               MOVE WRK-CONS-MES(WRK-MES-IDX) TO SB-VALOR
               WRITE SB-REGISTRO
           END-PERFORM.
           CLOSE FORECAST-FILE.

       END PROGRAM PROGCOB139.
