       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB146.
      ******************************************************************
      *AUTHOR: CARLOS AMARAL
      *DATE: 15/10/2026
      *PURPOSE: DEPRECIACAO MENSAL DO ATIVO IMOBILIZADO, ETAPA DO
      *         FECHAMENTO DE MES (PROGCOB106). PARA O ANO/MES
      *         INFORMADO, CALCULA A QUOTA LINEAR (CUSTO / VIDA UTIL)
      *         DE CADA BEM EM USO DO FIXEDASSETS, A PARTIR DO MES
      *         SEGUINTE AO DA AQUISICAO, COM OS MESES QUE FICARAM
      *         PARA TRAS SE ALGUM FECHAMENTO NAO RODOU, SEM PASSAR DO
      *         CUSTO. LANCA NO GLTRANSACTIONS, NO ULTIMO DIA DO MES,
      *         UM PAR BALANCEADO POR CENTRO DE CUSTO: D 3701 DESPESA
      *         DE DEPRECIACAO / C 1390 DEPRECIACAO ACUMULADA - O QUE
      *         ANTES ENTRAVA NA MAO PELO PROGCOB072. ATUALIZA O
      *         ACUMULADO E A ULTIMA COMPETENCIA DE CADA BEM (NOVA
      *         RODADA DO MESMO MES NAO DEPRECIA DE NOVO) E IMPRIME O
      *         DEPRECRPT. ANO/MES INVALIDO DEVOLVE RETURN-CODE 8.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ASSET-MASTER-FILE ASSIGN TO 'FIXEDASSETS'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-ATIVO-STATUS.

           SELECT GL-TRANSACTION-FILE ASSIGN TO 'GLTRANSACTIONS'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-GL-STATUS.

           SELECT DEPREC-REPORT-FILE ASSIGN TO 'DEPRECRPT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ASSET-MASTER-FILE.
       01  FA-REGISTRO-X           PIC X(105).

       FD  GL-TRANSACTION-FILE.
           COPY 'GLTXN-REC.cob'.

       FD  DEPREC-REPORT-FILE.
       01  DR-LINHA                PIC X(132).

       WORKING-STORAGE SECTION.
           COPY 'FIXASSET-REC.cob'.
           COPY 'DATEUTIL-PARM.cob'.
       COPY 'CURRENCY-BOOK.cob'.

       77  WRK-ATIVO-STATUS    PIC X(02)       VALUE SPACES.
       77  WRK-ATIVO-EOF       PIC X(01)       VALUE 'N'.
           88  ATIVO-ACABOU                    VALUE 'S'.
       77  WRK-GL-STATUS       PIC X(02)       VALUE SPACES.
       77  WRK-REPORT-STATUS   PIC X(02)       VALUE SPACES.

       77  WRK-ANO             PIC 9(04)       VALUE ZEROES.
       77  WRK-MES             PIC 9(02)       VALUE ZEROES.
       77  WRK-COMPETENCIA     PIC 9(06)       VALUE ZEROES.
       01  WRK-DATA-REF.
           02  WRK-REF-ANO     PIC 9(04).
           02  WRK-REF-MES     PIC 9(02).
           02  WRK-REF-DIA     PIC 9(02).

      ******************************************************************
      * CONTAS DO LANCAMENTO.
      ******************************************************************
       77  WRK-CTA-DESPESA     PIC 9(04)       VALUE 3701.
       77  WRK-CTA-DEPR-ACUM   PIC 9(04)       VALUE 1390.

      ******************************************************************
      * CADASTRO EM MEMORIA (REGISTRO INTEIRO, ATE 500 BENS).
      ******************************************************************
       77  WRK-ATV-QTD         PIC 9(03)       VALUE ZEROES.
       77  WRK-ATV-IDX         PIC 9(03)       VALUE ZEROES.
       01  WRK-TAB-ATIVOS.
           02  WRK-ATV-LINHA   PIC X(105)      OCCURS 500 TIMES.
       77  WRK-ATV-ESTOUROU    PIC X(01)       VALUE 'N'.
           88  CADASTRO-ESTOUROU               VALUE 'S'.

      ******************************************************************
      * CALCULO DO BEM: MESES CONTADOS COMO ANO X 12 + MES, PARA A
      * DIFERENCA ENTRE COMPETENCIAS SAIR DE UMA SUBTRACAO.
      ******************************************************************
       01  WRK-AQUIS.
           02  WRK-AQUIS-ANO   PIC 9(04).
           02  WRK-AQUIS-MES   PIC 9(02).
           02  WRK-AQUIS-DIA   PIC 9(02).
       01  WRK-ULT.
           02  WRK-ULT-ANO     PIC 9(04).
           02  WRK-ULT-MES     PIC 9(02).
       77  WRK-MES-REF         PIC 9(06)       VALUE ZEROES.
       77  WRK-MES-INICIO      PIC 9(06)       VALUE ZEROES.
       77  WRK-MES-ULT         PIC 9(06)       VALUE ZEROES.
       77  WRK-QTDE-MESES      PIC 9(03)       VALUE ZEROES.
       77  WRK-QUOTA           PIC 9(09)V99    VALUE ZEROES.
       77  WRK-VALOR-BEM       PIC 9(09)V99    VALUE ZEROES.
       77  WRK-SALDO-BEM       PIC 9(09)V99    VALUE ZEROES.

      ******************************************************************
      * TOTAIS POR CENTRO DE CUSTO (UM PAR DE PERNAS CADA) E GERAIS.
      ******************************************************************
       77  WRK-CCT-QTD         PIC 9(02)       VALUE ZEROES.
       77  WRK-CCT-IDX         PIC 9(02)       VALUE ZEROES.
       77  WRK-CCT-POS         PIC 9(02)       VALUE ZEROES.
       01  WRK-TAB-CCUSTOS.
           02  WRK-CCT-LINHA   OCCURS 50 TIMES.
               03  WRK-CCT-CODIGO      PIC X(04).
               03  WRK-CCT-VALOR       PIC 9(09)V99.
       77  WRK-QTDE-BENS       PIC 9(05)       VALUE ZEROES.
       77  WRK-QTDE-DEPREC     PIC 9(05)       VALUE ZEROES.
       77  WRK-QTDE-ERRO       PIC 9(05)       VALUE ZEROES.
       77  WRK-TOT-DEPREC      PIC 9(11)V99    VALUE ZEROES.

       77  WRK-VALOR-ED        PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.
       77  WRK-VALOR-ED2       PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.
       77  WRK-VALOR-ED3       PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.
       77  WRK-MOTIVO          PIC X(30)       VALUE SPACES.

       PROCEDURE DIVISION.

           DISPLAY 'ANO DA DEPRECIACAO: '.
           ACCEPT WRK-ANO.
           DISPLAY 'MES DA DEPRECIACAO (1 A 12): '.
           ACCEPT WRK-MES.

           MOVE 'V'     TO DU-FUNCAO.
           MOVE WRK-ANO TO DU-ANO.
           MOVE WRK-MES TO DU-MES.
           MOVE 01      TO DU-DIA.
           CALL 'DATEUTIL' USING DU-PARM.
           IF DU-RETORNO NOT = 'S'
               DISPLAY 'ANO/MES INVALIDO - DEPRECIACAO NAO FEITA'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WRK-ANO    TO WRK-REF-ANO.
           MOVE WRK-MES    TO WRK-REF-MES.
           MOVE DU-ULT-DIA TO WRK-REF-DIA.
           COMPUTE WRK-COMPETENCIA = WRK-ANO * 100 + WRK-MES.
           COMPUTE WRK-MES-REF = WRK-ANO * 12 + WRK-MES.

           PERFORM 0100-CARREGA-ATIVOS.
           IF CADASTRO-ESTOUROU
               DISPLAY 'FIXEDASSETS COM MAIS DE 500 BENS - '
                       'DEPRECIACAO NAO FEITA'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT DEPREC-REPORT-FILE.
           PERFORM 0200-CABECALHO.

           PERFORM VARYING WRK-ATV-IDX FROM 1 BY 1
                   UNTIL WRK-ATV-IDX > WRK-ATV-QTD
               PERFORM 0300-DEPRECIA-BEM
           END-PERFORM.

           IF WRK-TOT-DEPREC > 0
               PERFORM 0500-LANCA-RAZAO
               PERFORM 0600-REGRAVA-ATIVOS
           END-IF.

           PERFORM 0700-TOTAIS.
           CLOSE DEPREC-REPORT-FILE.

           MOVE WRK-TOT-DEPREC TO WRK-VALOR-ED.
           DISPLAY 'DEPRECIACAO DE ' WRK-COMPETENCIA ': '
                   WRK-QTDE-DEPREC ' BENS, ' WRK-VALOR-ED.
           IF WRK-QTDE-ERRO > 0
               DISPLAY 'BENS COM CADASTRO INCOMPLETO: ' WRK-QTDE-ERRO
                       ' - VER DEPRECRPT'
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

           GOBACK.

      ******************************************************************
      * 0100-CARREGA-ATIVOS - LE O FIXEDASSETS PARA A TABELA. SEM O
      * CADASTRO, NAO HA O QUE DEPRECIAR.
      ******************************************************************
       0100-CARREGA-ATIVOS SECTION.
           MOVE 0 TO WRK-ATV-QTD.
           MOVE 'N' TO WRK-ATIVO-EOF.
           OPEN INPUT ASSET-MASTER-FILE.
           IF WRK-ATIVO-STATUS NOT = '00'
               GO TO 0100-EXIT
           END-IF.

           PERFORM UNTIL ATIVO-ACABOU
               READ ASSET-MASTER-FILE
                   AT END
                       MOVE 'S' TO WRK-ATIVO-EOF
                   NOT AT END
                       IF WRK-ATV-QTD < 500
                           ADD 1 TO WRK-ATV-QTD
                           MOVE FA-REGISTRO-X
                               TO WRK-ATV-LINHA(WRK-ATV-QTD)
                       ELSE
                           MOVE 'S' TO WRK-ATV-ESTOUROU
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ASSET-MASTER-FILE.
       0100-EXIT.
           EXIT.

      ******************************************************************
      * 0200-CABECALHO - TITULO E COLUNAS DO DEPRECRPT.
      ******************************************************************
       0200-CABECALHO SECTION.
           MOVE SPACES TO DR-LINHA.
           STRING 'DEPRECIACAO DO ATIVO IMOBILIZADO - COMPETENCIA '
                  WRK-REF-MES '/' WRK-REF-ANO ' - LANCADA EM '
                  WRK-REF-DIA '/' WRK-REF-MES '/' WRK-REF-ANO
               DELIMITED BY SIZE INTO DR-LINHA
           END-STRING.
           WRITE DR-LINHA.
           MOVE SPACES TO DR-LINHA.
           WRITE DR-LINHA.
           STRING 'BEM    DESCRICAO                      FL CC   '
                  '          CUSTO MESES    DEPRECIACAO'
                  '     ACUMULADA         LIQUIDO'
               DELIMITED BY SIZE INTO DR-LINHA
           END-STRING.
           WRITE DR-LINHA.
           MOVE ALL '-' TO DR-LINHA.
           WRITE DR-LINHA.

      ******************************************************************
      * 0300-DEPRECIA-BEM - BEM EM USO AINDA NAO TOTALMENTE DEPRECIADO:
      * MESES DESDE A ULTIMA COMPETENCIA DEPRECIADA (OU DESDE O MES
      * SEGUINTE AO DA AQUISICAO) ATE A COMPETENCIA, X QUOTA, LIMITADO
      * AO SALDO A DEPRECIAR. A ULTIMA QUOTA FECHA O CUSTO.
      ******************************************************************
       0300-DEPRECIA-BEM SECTION.
           MOVE WRK-ATV-LINHA(WRK-ATV-IDX) TO FA-REGISTRO.
           IF NOT ATIVO-EM-USO
               GO TO 0300-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-BENS.

           IF FA-CUSTO NOT NUMERIC OR FA-VIDA-MESES NOT NUMERIC
               OR FA-DEPREC-ACUM NOT NUMERIC
               OR FA-ULT-DEPREC NOT NUMERIC
               OR FA-DATA-AQUIS NOT NUMERIC
               OR FA-VIDA-MESES = 0
               MOVE 'CADASTRO INCOMPLETO - NAO DEPRECIADO'
                   TO WRK-MOTIVO
               PERFORM 0450-IMPRIME-RECUSA
               ADD 1 TO WRK-QTDE-ERRO
               GO TO 0300-EXIT
           END-IF.

           IF FA-DEPREC-ACUM >= FA-CUSTO
               GO TO 0300-EXIT
           END-IF.
           IF FA-ULT-DEPREC >= WRK-COMPETENCIA
               GO TO 0300-EXIT
           END-IF.

           MOVE FA-DATA-AQUIS TO WRK-AQUIS.
           COMPUTE WRK-MES-INICIO =
               WRK-AQUIS-ANO * 12 + WRK-AQUIS-MES + 1.
           IF FA-ULT-DEPREC > 0
               MOVE FA-ULT-DEPREC TO WRK-ULT
               COMPUTE WRK-MES-ULT =
                   WRK-ULT-ANO * 12 + WRK-ULT-MES + 1
               IF WRK-MES-ULT > WRK-MES-INICIO
                   MOVE WRK-MES-ULT TO WRK-MES-INICIO
               END-IF
           END-IF.
           IF WRK-MES-INICIO > WRK-MES-REF
               GO TO 0300-EXIT
           END-IF.
           COMPUTE WRK-QTDE-MESES = WRK-MES-REF - WRK-MES-INICIO + 1.

           COMPUTE WRK-QUOTA ROUNDED = FA-CUSTO / FA-VIDA-MESES.
           COMPUTE WRK-SALDO-BEM = FA-CUSTO - FA-DEPREC-ACUM.
           COMPUTE WRK-VALOR-BEM = WRK-QUOTA * WRK-QTDE-MESES.
           IF WRK-VALOR-BEM > WRK-SALDO-BEM
               MOVE WRK-SALDO-BEM TO WRK-VALOR-BEM
           END-IF.

           ADD WRK-VALOR-BEM TO FA-DEPREC-ACUM.
           MOVE WRK-COMPETENCIA TO FA-ULT-DEPREC.
           MOVE FA-REGISTRO TO WRK-ATV-LINHA(WRK-ATV-IDX).

           PERFORM 0350-SOMA-CCUSTO.
           ADD WRK-VALOR-BEM TO WRK-TOT-DEPREC.
           ADD 1 TO WRK-QTDE-DEPREC.
           PERFORM 0400-IMPRIME-BEM.
       0300-EXIT.
           EXIT.

      ******************************************************************
      * 0350-SOMA-CCUSTO - ACUMULA O VALOR DO BEM NO SEU CENTRO DE
      * CUSTO (CENTRO NOVO ENTRA NO FIM DA TABELA).
      ******************************************************************
       0350-SOMA-CCUSTO SECTION.
           MOVE 0 TO WRK-CCT-POS.
           PERFORM VARYING WRK-CCT-IDX FROM 1 BY 1
                   UNTIL WRK-CCT-IDX > WRK-CCT-QTD
                       OR WRK-CCT-POS > 0
               IF WRK-CCT-CODIGO(WRK-CCT-IDX) = FA-CCUSTO
                   MOVE WRK-CCT-IDX TO WRK-CCT-POS
               END-IF
           END-PERFORM.

           IF WRK-CCT-POS = 0
               IF WRK-CCT-QTD < 50
                   ADD 1 TO WRK-CCT-QTD
                   MOVE WRK-CCT-QTD TO WRK-CCT-POS
                   MOVE FA-CCUSTO TO WRK-CCT-CODIGO(WRK-CCT-POS)
                   MOVE 0 TO WRK-CCT-VALOR(WRK-CCT-POS)
               ELSE
                   MOVE 50 TO WRK-CCT-POS
               END-IF
           END-IF.

           ADD WRK-VALOR-BEM TO WRK-CCT-VALOR(WRK-CCT-POS).

      ******************************************************************
      * 0400-IMPRIME-BEM - UMA LINHA POR BEM DEPRECIADO.
      ******************************************************************
       0400-IMPRIME-BEM SECTION.
           MOVE FA-CUSTO TO WRK-VALOR-ED.
           MOVE WRK-VALOR-BEM TO WRK-VALOR-ED2.
           MOVE FA-DEPREC-ACUM TO WRK-VALOR-ED3.
           COMPUTE WRK-SALDO-BEM = FA-CUSTO - FA-DEPREC-ACUM.
           MOVE WRK-SALDO-BEM TO WRK-CURR-ED-09.
           MOVE SPACES TO DR-LINHA.
           STRING FA-NUMERO ' ' FA-DESCRICAO ' ' FA-FILIAL ' '
                  FA-CCUSTO ' ' WRK-VALOR-ED '   ' WRK-QTDE-MESES
                  ' ' WRK-VALOR-ED2 ' ' WRK-VALOR-ED3 ' '
                  WRK-CURR-ED-09
               DELIMITED BY SIZE INTO DR-LINHA
           END-STRING.
           WRITE DR-LINHA.

      ******************************************************************
      * 0450-IMPRIME-RECUSA - BEM QUE NAO PODE SER DEPRECIADO.
      ******************************************************************
       0450-IMPRIME-RECUSA SECTION.
           MOVE SPACES TO DR-LINHA.
           STRING FA-NUMERO ' ' FA-DESCRICAO ' ' FA-FILIAL ' '
                  FA-CCUSTO ' *** ' WRK-MOTIVO
               DELIMITED BY SIZE INTO DR-LINHA
           END-STRING.
           WRITE DR-LINHA.

      ******************************************************************
      * 0500-LANCA-RAZAO - UM PAR BALANCEADO POR CENTRO DE CUSTO NO
      * ULTIMO DIA DA COMPETENCIA: D 3701 / C 1390.
      ******************************************************************
       0500-LANCA-RAZAO SECTION.
           OPEN EXTEND GL-TRANSACTION-FILE.
           IF WRK-GL-STATUS NOT = '00'
               OPEN OUTPUT GL-TRANSACTION-FILE
           END-IF.

           PERFORM VARYING WRK-CCT-IDX FROM 1 BY 1
                   UNTIL WRK-CCT-IDX > WRK-CCT-QTD
               IF WRK-CCT-VALOR(WRK-CCT-IDX) > 0
                   MOVE WRK-CTA-DESPESA TO GL-CONTA
                   MOVE 'D' TO GL-TIPO
                   MOVE WRK-CCT-VALOR(WRK-CCT-IDX) TO GL-VALOR
                   MOVE WRK-DATA-REF TO GL-DATA
                   MOVE 'PROGCOB146' TO GL-OPERADOR
                   MOVE WRK-CCT-CODIGO(WRK-CCT-IDX) TO GL-CCUSTO
                   WRITE GL-REGISTRO
                   MOVE WRK-CTA-DEPR-ACUM TO GL-CONTA
                   MOVE 'C' TO GL-TIPO
                   WRITE GL-REGISTRO
               END-IF
           END-PERFORM.

           CLOSE GL-TRANSACTION-FILE.

      ******************************************************************
      * 0600-REGRAVA-ATIVOS - REGRAVA O FIXEDASSETS COM O ACUMULADO E
      * A ULTIMA COMPETENCIA ATUALIZADOS.
      ******************************************************************
       0600-REGRAVA-ATIVOS SECTION.
           OPEN OUTPUT ASSET-MASTER-FILE.
           PERFORM VARYING WRK-ATV-IDX FROM 1 BY 1
                   UNTIL WRK-ATV-IDX > WRK-ATV-QTD
               MOVE WRK-ATV-LINHA(WRK-ATV-IDX) TO FA-REGISTRO-X
               WRITE FA-REGISTRO-X
           END-PERFORM.
           CLOSE ASSET-MASTER-FILE.

      ******************************************************************
      * 0700-TOTAIS - TOTAL POR CENTRO DE CUSTO (O QUE FOI LANCADO) E
      * GERAL.
      ******************************************************************
       0700-TOTAIS SECTION.
           MOVE ALL '-' TO DR-LINHA.
           WRITE DR-LINHA.

           PERFORM VARYING WRK-CCT-IDX FROM 1 BY 1
                   UNTIL WRK-CCT-IDX > WRK-CCT-QTD
               MOVE WRK-CCT-VALOR(WRK-CCT-IDX) TO WRK-VALOR-ED
               MOVE SPACES TO DR-LINHA
               STRING 'CENTRO DE CUSTO ' WRK-CCT-CODIGO(WRK-CCT-IDX)
                      ': D 3701 / C 1390 ' WRK-VALOR-ED
                   DELIMITED BY SIZE INTO DR-LINHA
               END-STRING
               WRITE DR-LINHA
           END-PERFORM.

           MOVE WRK-TOT-DEPREC TO WRK-CURR-ED-09.
           MOVE SPACES TO DR-LINHA.
           STRING 'BENS EM USO: ' WRK-QTDE-BENS
                  '  DEPRECIADOS NO MES: ' WRK-QTDE-DEPREC
                  '  TOTAL LANCADO: ' WRK-CURR-ED-09
               DELIMITED BY SIZE INTO DR-LINHA
           END-STRING.
           WRITE DR-LINHA.

           IF WRK-QTDE-DEPREC = 0
               MOVE SPACES TO DR-LINHA
               WRITE DR-LINHA FROM
                   'NADA A DEPRECIAR - MES JA RODADO OU SEM BENS'
           END-IF.

       END PROGRAM PROGCOB146.
