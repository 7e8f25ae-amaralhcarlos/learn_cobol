       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB153.
      ******************************************************************
      *AUTHOR: CARLOS AMARAL
      *DATE: 15/10/2026
      *PURPOSE: RELATORIO DAS PROVISOES E DA SITUACAO DO ESTORNO. LE O
      *         REGISTRO DE PROVISOES ACCRUALS (LOTES DE PROVISAO DO
      *         LANCAMENTO MANUAL PROGCOB072, ESTORNADOS PELO
      *         FECHAMENTO PROGCOB073) E IMPRIME NO ACCRUALRPT, LOTE A
      *         LOTE, AS PERNAS COM CONTA, TIPO, CENTRO DE CUSTO E
      *         VALOR, A SITUACAO (PENDENTE OU ESTORNADA) E A DATA DO
      *         ESTORNO. A COMPETENCIA INFORMADA (AAAAMM) FILTRA OS
      *         LOTES POSTADOS NELA; 000000 LISTA TODOS. NO FIM, A
      *         QUANTIDADE DE LOTES PENDENTES E ESTORNADOS E O VALOR
      *         AINDA PENDENTE DE ESTORNO (SOMA DOS DEBITOS).
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCRUAL-FILE ASSIGN TO 'ACCRUALS'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-PROV-STATUS.

           SELECT ACCRUAL-REPORT-FILE ASSIGN TO 'ACCRUALRPT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCRUAL-FILE.
           COPY 'ACCRUAL-REC.cob'.

       FD  ACCRUAL-REPORT-FILE.
       01  AP-LINHA                PIC X(100).

       WORKING-STORAGE SECTION.
       77  WRK-PROV-STATUS     PIC X(02)       VALUE SPACES.
       77  WRK-PROV-EOF        PIC X(01)       VALUE 'N'.
           88  PROV-ACABOU                     VALUE 'S'.
       77  WRK-REPORT-STATUS   PIC X(02)       VALUE SPACES.

       77  WRK-COMPETENCIA     PIC 9(06)       VALUE ZEROES.
       77  WRK-LOTE-ATUAL      PIC 9(06)       VALUE ZEROES.
       77  WRK-LOTE-SITUACAO   PIC X(01)       VALUE SPACES.
       77  WRK-LOTE-DEBITOS    PIC 9(10)V99    VALUE ZEROES.
       77  WRK-LOTE-ESTORNO    PIC 9(08)       VALUE ZEROES.
       77  WRK-QTDE-LOTES      PIC 9(05)       VALUE ZEROES.
       77  WRK-QTDE-PENDENTES  PIC 9(05)       VALUE ZEROES.
       77  WRK-QTDE-ESTORNADOS PIC 9(05)       VALUE ZEROES.
       77  WRK-TOT-PENDENTE    PIC 9(12)V99    VALUE ZEROES.
       77  WRK-SITUACAO-NOME   PIC X(10)       VALUE SPACES.

       01  WRK-DATA-ED.
           02  WRK-DED-ANO     PIC 9(04)       VALUE ZEROES.
           02  WRK-DED-MES     PIC 9(02)       VALUE ZEROES.
           02  WRK-DED-DIA     PIC 9(02)       VALUE ZEROES.
       01  WRK-DATA-LANC.
           02  WRK-DLC-DIA     PIC 9(02)       VALUE ZEROES.
           02  FILLER          PIC X(01)       VALUE '/'.
           02  WRK-DLC-MES     PIC 9(02)       VALUE ZEROES.
           02  FILLER          PIC X(01)       VALUE '/'.
           02  WRK-DLC-ANO     PIC 9(04)       VALUE ZEROES.
       01  WRK-DATA-EST.
           02  WRK-DES-DIA     PIC 9(02)       VALUE ZEROES.
           02  FILLER          PIC X(01)       VALUE '/'.
           02  WRK-DES-MES     PIC 9(02)       VALUE ZEROES.
           02  FILLER          PIC X(01)       VALUE '/'.
           02  WRK-DES-ANO     PIC 9(04)       VALUE ZEROES.

       77  WRK-ED-VALOR        PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROES.
       77  WRK-ED-TOTAL        PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.

       PROCEDURE DIVISION.

           DISPLAY 'COMPETENCIA DAS PROVISOES (AAAAMM, 000000 = '
                   'TODAS): '.
           ACCEPT WRK-COMPETENCIA.

           OPEN INPUT ACCRUAL-FILE.
           IF WRK-PROV-STATUS NOT = '00'
               DISPLAY 'ACCRUALS NAO ENCONTRADO - NENHUMA PROVISAO '
                       'REGISTRADA'
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT ACCRUAL-REPORT-FILE.
           PERFORM 0100-CABECALHO.

           PERFORM UNTIL PROV-ACABOU
               READ ACCRUAL-FILE
                   AT END
                       MOVE 'S' TO WRK-PROV-EOF
                   NOT AT END
                       PERFORM 0200-TRATA-LINHA
               END-READ
           END-PERFORM.
           PERFORM 0400-FECHA-LOTE.

           PERFORM 0500-TOTAIS.
           CLOSE ACCRUAL-FILE.
           CLOSE ACCRUAL-REPORT-FILE.

           DISPLAY 'PROVISOES LISTADAS: ' WRK-QTDE-LOTES ' LOTES - '
                   WRK-QTDE-PENDENTES ' PENDENTES'.
           MOVE 0 TO RETURN-CODE.

           STOP RUN.

      ******************************************************************
      * 0100-CABECALHO - TITULO DO ACCRUALRPT.
      ******************************************************************
       0100-CABECALHO SECTION.
           MOVE SPACES TO AP-LINHA.
           IF WRK-COMPETENCIA = 0
               MOVE 'PROVISOES E ESTORNOS - TODAS AS COMPETENCIAS'
                   TO AP-LINHA
           ELSE
               STRING 'PROVISOES E ESTORNOS - COMPETENCIA '
                      WRK-COMPETENCIA
                   DELIMITED BY SIZE INTO AP-LINHA
               END-STRING
           END-IF.
           WRITE AP-LINHA.
           MOVE ALL '-' TO AP-LINHA.
           WRITE AP-LINHA.

      ******************************************************************
      * 0200-TRATA-LINHA - UMA PERNA DO ACCRUALS. AS PERNAS DE UM LOTE
      * SAO GRAVADAS JUNTAS; A TROCA DE LOTE FECHA O ANTERIOR E ABRE O
      * CABECALHO DO NOVO.
      ******************************************************************
       0200-TRATA-LINHA SECTION.
           IF WRK-COMPETENCIA NOT = 0
               AND AC-DATA(1:6) NOT = WRK-COMPETENCIA
               GO TO 0200-EXIT
           END-IF.

           IF AC-LOTE NOT = WRK-LOTE-ATUAL
               PERFORM 0400-FECHA-LOTE
               PERFORM 0300-ABRE-LOTE
           END-IF.

           IF AC-TIPO = 'D'
               ADD AC-VALOR TO WRK-LOTE-DEBITOS
           END-IF.
           IF PROVISAO-PENDENTE
               MOVE 'P' TO WRK-LOTE-SITUACAO
           END-IF.
           IF PROVISAO-ESTORNADA AND AC-DATA-ESTORNO > WRK-LOTE-ESTORNO
               MOVE AC-DATA-ESTORNO TO WRK-LOTE-ESTORNO
           END-IF.

           MOVE AC-VALOR TO WRK-ED-VALOR.
           IF PROVISAO-PENDENTE
               MOVE 'PENDENTE' TO WRK-SITUACAO-NOME
           ELSE
               MOVE 'ESTORNADA' TO WRK-SITUACAO-NOME
           END-IF.
           MOVE SPACES TO AP-LINHA.
           STRING '   ' AC-SEQ '  CONTA ' AC-CONTA ' ' AC-TIPO
                  '  CC ' AC-CCUSTO '  ' WRK-ED-VALOR '  '
                  WRK-SITUACAO-NOME
               DELIMITED BY SIZE INTO AP-LINHA
           END-STRING.
           WRITE AP-LINHA.
       0200-EXIT.
           EXIT.

      ******************************************************************
      * 0300-ABRE-LOTE - CABECALHO DO LOTE (NUMERO, DATA E OPERADOR).
      ******************************************************************
       0300-ABRE-LOTE SECTION.
           MOVE AC-LOTE TO WRK-LOTE-ATUAL.
           MOVE 'E'     TO WRK-LOTE-SITUACAO.
           MOVE ZEROES  TO WRK-LOTE-DEBITOS.
           MOVE ZEROES  TO WRK-LOTE-ESTORNO.
           ADD 1 TO WRK-QTDE-LOTES.

           MOVE AC-DATA     TO WRK-DATA-ED.
           MOVE WRK-DED-DIA TO WRK-DLC-DIA.
           MOVE WRK-DED-MES TO WRK-DLC-MES.
           MOVE WRK-DED-ANO TO WRK-DLC-ANO.
           MOVE SPACES TO AP-LINHA.
           WRITE AP-LINHA.
           MOVE SPACES TO AP-LINHA.
           STRING 'LOTE ' AC-LOTE '  POSTADO EM ' WRK-DATA-LANC
                  '  OPERADOR ' AC-OPERADOR
               DELIMITED BY SIZE INTO AP-LINHA
           END-STRING.
           WRITE AP-LINHA.

      ******************************************************************
      * 0400-FECHA-LOTE - LINHA DE SITUACAO DO LOTE: ESTORNADO (COM A
      * DATA) SO QUANDO TODAS AS PERNAS FORAM ESTORNADAS.
      ******************************************************************
       0400-FECHA-LOTE SECTION.
           IF WRK-LOTE-ATUAL = 0
               GO TO 0400-EXIT
           END-IF.

           MOVE WRK-LOTE-DEBITOS TO WRK-ED-VALOR.
           MOVE SPACES TO AP-LINHA.
           IF WRK-LOTE-SITUACAO = 'P'
               ADD 1 TO WRK-QTDE-PENDENTES
               ADD WRK-LOTE-DEBITOS TO WRK-TOT-PENDENTE
               STRING '   TOTAL DO LOTE ' WRK-ED-VALOR
                      '  SITUACAO: PENDENTE DE ESTORNO'
                   DELIMITED BY SIZE INTO AP-LINHA
               END-STRING
           ELSE
               ADD 1 TO WRK-QTDE-ESTORNADOS
               MOVE WRK-LOTE-ESTORNO TO WRK-DATA-ED
               MOVE WRK-DED-DIA TO WRK-DES-DIA
               MOVE WRK-DED-MES TO WRK-DES-MES
               MOVE WRK-DED-ANO TO WRK-DES-ANO
               STRING '   TOTAL DO LOTE ' WRK-ED-VALOR
                      '  SITUACAO: ESTORNADO EM ' WRK-DATA-EST
                   DELIMITED BY SIZE INTO AP-LINHA
               END-STRING
           END-IF.
           WRITE AP-LINHA.
           MOVE ZEROES TO WRK-LOTE-ATUAL.
       0400-EXIT.
           EXIT.

      ******************************************************************
      * 0500-TOTAIS - QUANTIDADES POR SITUACAO E VALOR PENDENTE.
      ******************************************************************
       0500-TOTAIS SECTION.
           MOVE SPACES TO AP-LINHA.
           WRITE AP-LINHA.
           MOVE ALL '-' TO AP-LINHA.
           WRITE AP-LINHA.
           MOVE SPACES TO AP-LINHA.
           STRING 'LOTES: ' WRK-QTDE-LOTES
                  '  PENDENTES: ' WRK-QTDE-PENDENTES
                  '  ESTORNADOS: ' WRK-QTDE-ESTORNADOS
               DELIMITED BY SIZE INTO AP-LINHA
           END-STRING.
           WRITE AP-LINHA.
           MOVE WRK-TOT-PENDENTE TO WRK-ED-TOTAL.
           MOVE SPACES TO AP-LINHA.
           STRING 'VALOR PENDENTE DE ESTORNO ' WRK-ED-TOTAL
               DELIMITED BY SIZE INTO AP-LINHA
           END-STRING.
           WRITE AP-LINHA.

       END PROGRAM PROGCOB153.
