       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB138.
      ******************************************************************
      *AUTHOR: CARLOS AMARAL
      *DATE: 15/10/2026
      *PURPOSE: REAVALIACAO CAMBIAL DE FIM DE MES DOS TITULOS DE
      *         EXPORTACAO. PARA O MES INFORMADO, VARRE O ARITEMS E
      *         PEGA OS TITULOS EM MOEDA ESTRANGEIRA (AR-MOEDA) QUE
      *         ESTAVAM EM ABERTO NO ULTIMO DIA DO MES: EMITIDOS ATE
      *         ESSA DATA E AINDA EM ABERTO, OU PAGOS DEPOIS DELA (PARA
      *         O MES PASSADO PODER SER REFEITO). CADA TITULO E
      *         REAVALIADO PELA TAXA DO FXRATE NO FIM DO MES (VIA
      *         FXUTIL): VALOR NA MOEDA X TAXA, CONTRA O AR-VALOR
      *         (REAIS NA EMISSAO). A DIFERENCA E A VARIACAO CAMBIAL
      *         NAO REALIZADA, LISTADA POR TITULO E TOTALIZADA POR
      *         MOEDA NO RELATORIO FXREVALRPT. O RELATORIO NAO LANCA
      *         NADA NO RAZAO; A VARIACAO SO E REALIZADA NA BAIXA
      *         (PROGCOB069).
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AR-ITEMS-FILE ASSIGN TO 'ARITEMS'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-AR-STATUS.

           SELECT REVAL-REPORT-FILE ASSIGN TO 'FXREVALRPT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AR-ITEMS-FILE.
           COPY 'ARITEMS-REC.cob'.

       FD  REVAL-REPORT-FILE.
       01  RV-LINHA                PIC X(132).

       WORKING-STORAGE SECTION.
           COPY 'DATEUTIL-PARM.cob'.
           COPY 'FXUTIL-PARM.cob'.

       77  WRK-AR-STATUS       PIC X(02)       VALUE SPACES.
       77  WRK-AR-EOF          PIC X(01)       VALUE 'N'.
           88  AR-ACABOU                       VALUE 'S'.
       77  WRK-REPORT-STATUS   PIC X(02)       VALUE SPACES.

       01  WRK-HOJE.
           02  WRK-HOJE-ANO    PIC 9(04)       VALUE ZEROES.
           02  WRK-HOJE-MES    PIC 9(02)       VALUE ZEROES.
           02  WRK-HOJE-DIA    PIC 9(02)       VALUE ZEROES.

      ******************************************************************
      * MES INFORMADO E A DATA DE REFERENCIA (ULTIMO DIA DO MES).
      ******************************************************************
       77  WRK-ANO             PIC 9(04)       VALUE ZEROES.
       77  WRK-MES             PIC 9(02)       VALUE ZEROES.
       01  WRK-REFERENCIA.
           02  WRK-REF-ANO     PIC 9(04)       VALUE ZEROES.
           02  WRK-REF-MES     PIC 9(02)       VALUE ZEROES.
           02  WRK-REF-DIA     PIC 9(02)       VALUE ZEROES.
       01  WRK-REF-NUM REDEFINES WRK-REFERENCIA PIC 9(08).

      ******************************************************************
      * TITULO CORRENTE: TAXA DO FIM DO MES, VALOR REAVALIADO E
      * VARIACAO (POSITIVA = GANHO, NEGATIVA = PERDA).
      ******************************************************************
       77  WRK-EM-ABERTO       PIC X(01)       VALUE 'N'.
       77  WRK-TAXA-MES        PIC 9(03)V9(04) VALUE ZEROES.
       77  WRK-REAVALIADO      PIC 9(08)V99    VALUE ZEROES.
       77  WRK-VARIACAO        PIC S9(08)V99   VALUE ZEROES.

      ******************************************************************
      * TOTAIS POR MOEDA (ATE 10 MOEDAS) E GERAIS. MOEDA SEM COTACAO
      * NO FIM DO MES NAO E REAVALIADA: O TITULO SAI APONTADO E FICA
      * FORA DOS TOTAIS.
      ******************************************************************
       77  WRK-MOE-QTD         PIC 9(02)       VALUE ZEROES.
       77  WRK-MOE-IDX         PIC 9(02)       VALUE ZEROES.
       77  WRK-MOE-POS         PIC 9(02)       VALUE ZEROES.
       01  WRK-TAB-MOEDAS.
           02  WRK-MOE-LINHA   OCCURS 10 TIMES.
               03  WRK-MOE-CODIGO      PIC X(03).
               03  WRK-MOE-TAXA        PIC 9(03)V9(04).
               03  WRK-MOE-TITULOS     PIC 9(05).
               03  WRK-MOE-VALOR-ME    PIC 9(10)V99.
               03  WRK-MOE-CONTABIL    PIC 9(10)V99.
               03  WRK-MOE-REAVALIADO  PIC 9(10)V99.
               03  WRK-MOE-VARIACAO    PIC S9(10)V99.
       77  WRK-QTDE-TITULOS    PIC 9(05)       VALUE ZEROES.
       77  WRK-QTDE-SEM-TAXA   PIC 9(05)       VALUE ZEROES.
       77  WRK-TOT-CONTABIL    PIC 9(10)V99    VALUE ZEROES.
       77  WRK-TOT-REAVALIADO  PIC 9(10)V99    VALUE ZEROES.
       77  WRK-TOT-GANHO       PIC 9(10)V99    VALUE ZEROES.
       77  WRK-TOT-PERDA       PIC 9(10)V99    VALUE ZEROES.
       77  WRK-TOT-VARIACAO    PIC S9(10)V99   VALUE ZEROES.

       77  WRK-ED-ME           PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROES.
       77  WRK-ED-1            PIC -ZZ.ZZZ.ZZ9,99 VALUE ZEROES.
       77  WRK-ED-2            PIC -ZZ.ZZZ.ZZ9,99 VALUE ZEROES.
       77  WRK-ED-3            PIC -ZZ.ZZZ.ZZ9,99 VALUE ZEROES.
       77  WRK-ED-TOTAL        PIC -Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.
       77  WRK-ED-TAXA         PIC ZZ9,9999    VALUE ZEROES.

       PROCEDURE DIVISION.

           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.

           DISPLAY 'ANO DA REAVALIACAO (AAAA): '.
           ACCEPT WRK-ANO.
           DISPLAY 'MES DA REAVALIACAO (MM): '.
           ACCEPT WRK-MES.

           IF WRK-MES < 1 OR WRK-MES > 12
               DISPLAY 'MES INVALIDO'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 'V'     TO DU-FUNCAO.
           MOVE WRK-ANO TO DU-ANO.
           MOVE WRK-MES TO DU-MES.
           MOVE 01      TO DU-DIA.
           CALL 'DATEUTIL' USING DU-PARM.
           MOVE WRK-ANO    TO WRK-REF-ANO.
           MOVE WRK-MES    TO WRK-REF-MES.
           MOVE DU-ULT-DIA TO WRK-REF-DIA.

           OPEN INPUT AR-ITEMS-FILE.
           IF WRK-AR-STATUS NOT = '00'
               DISPLAY 'ARITEMS NAO ENCONTRADO - NADA A REAVALIAR'
               STOP RUN
           END-IF.

           OPEN OUTPUT REVAL-REPORT-FILE.
           PERFORM 0100-CABECALHO.
           PERFORM 0200-REAVALIA-TITULOS.
           PERFORM 0500-RESUMO.
           CLOSE REVAL-REPORT-FILE.
           CLOSE AR-ITEMS-FILE.

           DISPLAY 'DATA DE REFERENCIA: ' WRK-REF-NUM.
           DISPLAY 'TITULOS REAVALIADOS: ' WRK-QTDE-TITULOS.
           DISPLAY 'TITULOS SEM COTACAO: ' WRK-QTDE-SEM-TAXA.
           MOVE WRK-TOT-VARIACAO TO WRK-ED-TOTAL.
           DISPLAY 'VARIACAO NAO REALIZADA: ' WRK-ED-TOTAL.

           STOP RUN.

      ******************************************************************
      * 0100-CABECALHO - TITULO DO RELATORIO E CABECALHO DAS COLUNAS.
      ******************************************************************
       0100-CABECALHO SECTION.
           MOVE SPACES TO RV-LINHA.
           STRING 'REAVALIACAO CAMBIAL DOS TITULOS EM ABERTO EM '
                  WRK-REF-DIA '/' WRK-REF-MES '/' WRK-REF-ANO
                  ' - EMITIDO EM '
                  WRK-HOJE-DIA '/' WRK-HOJE-MES '/' WRK-HOJE-ANO
               DELIMITED BY SIZE INTO RV-LINHA
           END-STRING.
           WRITE RV-LINHA.
           MOVE SPACES TO RV-LINHA.
           WRITE RV-LINHA FROM '-------------------------------------'.
           MOVE SPACES TO RV-LINHA.
           STRING 'CLIENTE  PEDIDO     PC VENCTO   MOE'
                  '   VALOR NA MOEDA  TX EMIS'
               DELIMITED BY SIZE INTO RV-LINHA
           END-STRING.
           MOVE 'TX MES'     TO RV-LINHA(73:6).
           MOVE 'CONTABIL'   TO RV-LINHA(89:8).
           MOVE 'REAVALIADO' TO RV-LINHA(105:10).
           MOVE 'VARIACAO'   TO RV-LINHA(124:8).
           WRITE RV-LINHA.

      ******************************************************************
      * 0200-REAVALIA-TITULOS - LE O ARITEMS E REAVALIA CADA TITULO DE
      * EXPORTACAO QUE ESTAVA EM ABERTO NA DATA DE REFERENCIA.
      ******************************************************************
       0200-REAVALIA-TITULOS SECTION.
           PERFORM UNTIL AR-ACABOU
               READ AR-ITEMS-FILE
                   AT END
                       MOVE 'S' TO WRK-AR-EOF
                   NOT AT END
                       PERFORM 0250-CONFERE-TITULO
                       IF WRK-EM-ABERTO = 'S'
                           PERFORM 0300-REAVALIA-TITULO
                       END-IF
               END-READ
           END-PERFORM.

      ******************************************************************
      * 0250-CONFERE-TITULO - O TITULO ENTRA QUANDO E DE EXPORTACAO
      * (MOEDA ESTRANGEIRA COM VALOR NA MOEDA), FOI EMITIDO ATE A DATA
      * DE REFERENCIA E ESTAVA EM ABERTO NELA (AINDA ABERTO, OU PAGO
      * DEPOIS DELA). TITULO BAIXADO COMO PERDA FICA DE FORA.
      ******************************************************************
       0250-CONFERE-TITULO SECTION.
           MOVE 'N' TO WRK-EM-ABERTO.
           IF TITULO-EM-REAIS
               GO TO 0250-EXIT
           END-IF.
           IF AR-VALOR-ME NOT NUMERIC OR AR-TAXA NOT NUMERIC
               GO TO 0250-EXIT
           END-IF.
           IF AR-VALOR-ME = 0 OR AR-TAXA = 0
               GO TO 0250-EXIT
           END-IF.
           IF AR-EMISSAO > WRK-REF-NUM
               GO TO 0250-EXIT
           END-IF.
           IF TITULO-ABERTO
               MOVE 'S' TO WRK-EM-ABERTO
               GO TO 0250-EXIT
           END-IF.
           IF TITULO-PAGO AND AR-DATA-PAGTO > WRK-REF-NUM
               MOVE 'S' TO WRK-EM-ABERTO
           END-IF.
       0250-EXIT.
           EXIT.

      ******************************************************************
      * 0300-REAVALIA-TITULO - TAXA DO FIM DO MES (A DA DATA OU A
      * ULTIMA ANTERIOR), VALOR REAVALIADO, VARIACAO E LINHA DO
      * RELATORIO; ACUMULA NA MOEDA E NO TOTAL GERAL.
      ******************************************************************
       0300-REAVALIA-TITULO SECTION.
           MOVE 'T'         TO CX-FUNCAO.
           MOVE AR-MOEDA    TO CX-MOEDA.
           MOVE WRK-REF-NUM TO CX-DATA.
           CALL 'FXUTIL' USING CX-PARM.

           MOVE AR-VALOR-ME TO WRK-ED-ME.
           MOVE AR-VALOR    TO WRK-ED-1.
           MOVE AR-TAXA     TO WRK-ED-TAXA.

           IF CX-RETORNO NOT = 'S'
               ADD 1 TO WRK-QTDE-SEM-TAXA
               MOVE SPACES TO RV-LINHA
               STRING AR-CLIENTE '   ' AR-PEDIDO ' ' AR-PARCELA
                      ' ' AR-VENCIMENTO ' ' AR-MOEDA
                      ' ' WRK-ED-ME '   ' WRK-ED-TAXA
                      '  *SEM COTACAO NO FIM DO MES*'
                   DELIMITED BY SIZE INTO RV-LINHA
               END-STRING
               WRITE RV-LINHA
               GO TO 0300-EXIT
           END-IF.

           MOVE CX-TAXA TO WRK-TAXA-MES.
           COMPUTE WRK-REAVALIADO ROUNDED = AR-VALOR-ME * WRK-TAXA-MES.
           COMPUTE WRK-VARIACAO = WRK-REAVALIADO - AR-VALOR.

           MOVE WRK-REAVALIADO TO WRK-ED-2.
           MOVE WRK-VARIACAO   TO WRK-ED-3.
           MOVE SPACES TO RV-LINHA.
           STRING AR-CLIENTE '   ' AR-PEDIDO ' ' AR-PARCELA
                  ' ' AR-VENCIMENTO ' ' AR-MOEDA
                  ' ' WRK-ED-ME '   ' WRK-ED-TAXA
               DELIMITED BY SIZE INTO RV-LINHA
           END-STRING.
           MOVE WRK-TAXA-MES TO WRK-ED-TAXA.
           MOVE WRK-ED-TAXA  TO RV-LINHA(71:8).
           MOVE WRK-ED-1     TO RV-LINHA(82:15).
           MOVE WRK-ED-2     TO RV-LINHA(100:15).
           MOVE WRK-ED-3     TO RV-LINHA(117:15).
           WRITE RV-LINHA.

           PERFORM 0350-LOCALIZA-MOEDA.
           IF WRK-MOE-POS = 0
               GO TO 0300-EXIT
           END-IF.

           ADD 1              TO WRK-MOE-TITULOS(WRK-MOE-POS).
           ADD AR-VALOR-ME    TO WRK-MOE-VALOR-ME(WRK-MOE-POS).
           ADD AR-VALOR       TO WRK-MOE-CONTABIL(WRK-MOE-POS).
           ADD WRK-REAVALIADO TO WRK-MOE-REAVALIADO(WRK-MOE-POS).
           ADD WRK-VARIACAO   TO WRK-MOE-VARIACAO(WRK-MOE-POS).

           ADD 1              TO WRK-QTDE-TITULOS.
           ADD AR-VALOR       TO WRK-TOT-CONTABIL.
           ADD WRK-REAVALIADO TO WRK-TOT-REAVALIADO.
           ADD WRK-VARIACAO   TO WRK-TOT-VARIACAO.
           IF WRK-VARIACAO < 0
               SUBTRACT WRK-VARIACAO FROM WRK-TOT-PERDA
           ELSE
               ADD WRK-VARIACAO TO WRK-TOT-GANHO
           END-IF.
       0300-EXIT.
           EXIT.

      ******************************************************************
      * 0350-LOCALIZA-MOEDA - POSICAO DA MOEDA DO TITULO NA TABELA DE
      * TOTAIS, CRIANDO A LINHA NA PRIMEIRA VEZ. TABELA CHEIA DEVOLVE
      * ZERO (O TITULO SAI NO DETALHE, FORA DOS TOTAIS).
      ******************************************************************
       0350-LOCALIZA-MOEDA SECTION.
           MOVE 0 TO WRK-MOE-POS.
           PERFORM VARYING WRK-MOE-IDX FROM 1 BY 1
                   UNTIL WRK-MOE-IDX > WRK-MOE-QTD
               IF WRK-MOE-CODIGO(WRK-MOE-IDX) = AR-MOEDA
                   MOVE WRK-MOE-IDX TO WRK-MOE-POS
               END-IF
           END-PERFORM.
           IF WRK-MOE-POS > 0
               GO TO 0350-EXIT
           END-IF.

           IF WRK-MOE-QTD >= 10
               DISPLAY 'MAIS DE 10 MOEDAS - ' AR-MOEDA
                       ' FORA DOS TOTAIS'
               GO TO 0350-EXIT
           END-IF.

           ADD 1 TO WRK-MOE-QTD.
           MOVE WRK-MOE-QTD  TO WRK-MOE-POS.
           MOVE AR-MOEDA     TO WRK-MOE-CODIGO(WRK-MOE-POS).
           MOVE WRK-TAXA-MES TO WRK-MOE-TAXA(WRK-MOE-POS).
           MOVE 0 TO WRK-MOE-TITULOS(WRK-MOE-POS).
           MOVE 0 TO WRK-MOE-VALOR-ME(WRK-MOE-POS).
           MOVE 0 TO WRK-MOE-CONTABIL(WRK-MOE-POS).
           MOVE 0 TO WRK-MOE-REAVALIADO(WRK-MOE-POS).
           MOVE 0 TO WRK-MOE-VARIACAO(WRK-MOE-POS).
       0350-EXIT.
           EXIT.

      ******************************************************************
      * 0500-RESUMO - TOTAIS POR MOEDA E GERAIS: VALOR CONTABIL (REAIS
      * NA EMISSAO), VALOR REAVALIADO E VARIACAO NAO REALIZADA, COM O
      * GANHO E A PERDA SEPARADOS.
      ******************************************************************
       0500-RESUMO SECTION.
           MOVE SPACES TO RV-LINHA.
           WRITE RV-LINHA FROM '-------------------------------------'.
           MOVE SPACES TO RV-LINHA.
           WRITE RV-LINHA FROM 'TOTAIS POR MOEDA'.

           PERFORM VARYING WRK-MOE-IDX FROM 1 BY 1
                   UNTIL WRK-MOE-IDX > WRK-MOE-QTD
               MOVE WRK-MOE-VALOR-ME(WRK-MOE-IDX)   TO WRK-ED-ME
               MOVE WRK-MOE-TAXA(WRK-MOE-IDX)       TO WRK-ED-TAXA
               MOVE WRK-MOE-CONTABIL(WRK-MOE-IDX)   TO WRK-ED-1
               MOVE WRK-MOE-REAVALIADO(WRK-MOE-IDX) TO WRK-ED-2
               MOVE WRK-MOE-VARIACAO(WRK-MOE-IDX)   TO WRK-ED-3
               MOVE SPACES TO RV-LINHA
               STRING WRK-MOE-CODIGO(WRK-MOE-IDX)
                      ' TITULOS ' WRK-MOE-TITULOS(WRK-MOE-IDX)
                      ' NA MOEDA ' WRK-ED-ME
                      ' TAXA ' WRK-ED-TAXA
                      ' CONTABIL ' WRK-ED-1
                      ' REAVALIADO ' WRK-ED-2
                      ' VARIACAO ' WRK-ED-3
                   DELIMITED BY SIZE INTO RV-LINHA
               END-STRING
               WRITE RV-LINHA
           END-PERFORM.

           MOVE SPACES TO RV-LINHA.
           WRITE RV-LINHA FROM '-------------------------------------'.
           MOVE WRK-TOT-CONTABIL TO WRK-ED-TOTAL.
           MOVE SPACES TO RV-LINHA.
           STRING 'VALOR CONTABIL (TAXA DA EMISSAO):  ' WRK-ED-TOTAL
               DELIMITED BY SIZE INTO RV-LINHA
           END-STRING.
           WRITE RV-LINHA.
           MOVE WRK-TOT-REAVALIADO TO WRK-ED-TOTAL.
           MOVE SPACES TO RV-LINHA.
           STRING 'VALOR REAVALIADO (TAXA DO MES):    ' WRK-ED-TOTAL
               DELIMITED BY SIZE INTO RV-LINHA
           END-STRING.
           WRITE RV-LINHA.
           MOVE WRK-TOT-GANHO TO WRK-ED-TOTAL.
           MOVE SPACES TO RV-LINHA.
           STRING 'GANHO CAMBIAL NAO REALIZADO:       ' WRK-ED-TOTAL
               DELIMITED BY SIZE INTO RV-LINHA
           END-STRING.
           WRITE RV-LINHA.
           MOVE WRK-TOT-PERDA TO WRK-ED-TOTAL.
           MOVE SPACES TO RV-LINHA.
           STRING 'PERDA CAMBIAL NAO REALIZADA:       ' WRK-ED-TOTAL
               DELIMITED BY SIZE INTO RV-LINHA
           END-STRING.
           WRITE RV-LINHA.
           MOVE WRK-TOT-VARIACAO TO WRK-ED-TOTAL.
           MOVE SPACES TO RV-LINHA.
           STRING 'VARIACAO CAMBIAL NAO REALIZADA:    ' WRK-ED-TOTAL
               DELIMITED BY SIZE INTO RV-LINHA
           END-STRING.
           WRITE RV-LINHA.
           IF WRK-QTDE-SEM-TAXA > 0
               MOVE SPACES TO RV-LINHA
               STRING 'TITULOS SEM COTACAO NO FIM DO MES (FORA DOS '
                      'TOTAIS): ' WRK-QTDE-SEM-TAXA
                   DELIMITED BY SIZE INTO RV-LINHA
               END-STRING
               WRITE RV-LINHA
           END-IF.

       END PROGRAM PROGCOB138.
