       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB134.
      ******************************************************************
      *AUTHOR: CARLOS AMARAL
      *DATE: 15/10/2026
      *PURPOSE: RELATORIO MENSAL DE CONVERSAO DE COTACOES. PARA O
      *         ANO/MES INFORMADO, LE AS COTACOES EMITIDAS NO MES
      *         (QUOTEMASTER, MANTIDO PELO PROGCOB133) E TOTALIZA POR
      *         VENDEDOR (NOME DO SELLERMASTER) E POR FILIAL (NOME DO
      *         CADASTRO DE FILIAIS): COTACOES, CONVERTIDAS EM PEDIDO,
      *         PERDIDAS, EXPIRADAS E AINDA ABERTAS, A TAXA DE
      *         CONVERSAO (CONVERTIDAS / COTACOES DO MES) E OS VALORES
      *         COTADO E CONVERTIDO. COTACAO ABERTA JA VENCIDA CONTA
      *         COMO EXPIRADA MESMO QUE O PROGCOB133 AINDA NAO TENHA
      *         RODADO. NO FIM, A LISTA DAS PERDIDAS E EXPIRADAS COM O
      *         MOTIVO. O RELATORIO SAI NO ARQUIVO QUOTERPT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUOTE-MASTER-FILE ASSIGN TO 'QUOTEMASTER'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QT-NUMERO
               FILE STATUS IS WRK-QUOTE-STATUS.

           SELECT SELLER-MASTER-FILE ASSIGN TO 'SELLERMASTER'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VD-CODIGO
               FILE STATUS IS WRK-SELLER-STATUS.

           SELECT QUOTE-REPORT-FILE ASSIGN TO 'QUOTERPT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  QUOTE-MASTER-FILE.
           COPY 'QUOTE-REC.cob'.

       FD  SELLER-MASTER-FILE.
           COPY 'SELLERMASTER-REC.cob'.

       FD  QUOTE-REPORT-FILE.
       01  QR-LINHA                PIC X(132).

       WORKING-STORAGE SECTION.
           COPY 'FILUTIL-PARM.cob'.

       77  WRK-QUOTE-STATUS    PIC X(02)       VALUE SPACES.
       77  WRK-QUOTE-EOF       PIC X(01)       VALUE 'N'.
           88  QUOTE-ACABOU                    VALUE 'S'.
       77  WRK-SELLER-STATUS   PIC X(02)       VALUE SPACES.
       77  WRK-REPORT-STATUS   PIC X(02)       VALUE SPACES.

       77  WRK-ANO             PIC 9(04)       VALUE ZEROES.
       77  WRK-MES             PIC 9(02)       VALUE ZEROES.
       77  WRK-HOJE            PIC 9(08)       VALUE ZEROES.
       77  WRK-SITUACAO        PIC X(01)       VALUE SPACES.
       77  WRK-NOME            PIC X(40)       VALUE SPACES.
       77  WRK-SITUACAO-DESC   PIC X(10)       VALUE SPACES.

       01  WRK-DATA-COTACAO.
           02  WRK-COT-ANO     PIC 9(04).
           02  WRK-COT-MES     PIC 9(02).
           02  WRK-COT-DIA     PIC 9(02).

      ******************************************************************
      * TOTAIS POR VENDEDOR (BUSCA NA TABELA) E POR FILIAL (POSICAO =
      * FILIAL; A POSICAO 100 E O TOTAL GERAL). O MESMO LAYOUT SERVE
      * PARA A IMPRESSAO DAS DUAS VISOES.
      ******************************************************************
       77  WRK-VEN-QTD         PIC 9(03)       VALUE ZEROES.
       77  WRK-VEN-IDX         PIC 9(03)       VALUE ZEROES.
       77  WRK-VEN-POS         PIC 9(03)       VALUE ZEROES.
       01  WRK-TAB-VENDEDORES.
           02  WRK-VEN-LINHA   OCCURS 500 TIMES.
               03  WRK-VEN-CODIGO      PIC 9(04).
               03  WRK-VEN-TOTAIS.
                   04  WRK-VEN-COTACOES    PIC 9(05).
                   04  WRK-VEN-CONVERTIDAS PIC 9(05).
                   04  WRK-VEN-PERDIDAS    PIC 9(05).
                   04  WRK-VEN-EXPIRADAS   PIC 9(05).
                   04  WRK-VEN-ABERTAS     PIC 9(05).
                   04  WRK-VEN-VLR-COTADO  PIC 9(09)V99.
                   04  WRK-VEN-VLR-CONV    PIC 9(09)V99.

       77  WRK-FIL-IDX         PIC 9(03)       VALUE ZEROES.
       01  WRK-TAB-FILIAIS.
           02  WRK-FIL-LINHA   OCCURS 100 TIMES.
               03  WRK-FIL-TOTAIS.
                   04  WRK-FIL-COTACOES    PIC 9(05).
                   04  WRK-FIL-CONVERTIDAS PIC 9(05).
                   04  WRK-FIL-PERDIDAS    PIC 9(05).
                   04  WRK-FIL-EXPIRADAS   PIC 9(05).
                   04  WRK-FIL-ABERTAS     PIC 9(05).
                   04  WRK-FIL-VLR-COTADO  PIC 9(09)V99.
                   04  WRK-FIL-VLR-CONV    PIC 9(09)V99.

       01  WRK-TOTAIS-LINHA.
           02  WRK-TL-COTACOES     PIC 9(05).
           02  WRK-TL-CONVERTIDAS  PIC 9(05).
           02  WRK-TL-PERDIDAS     PIC 9(05).
           02  WRK-TL-EXPIRADAS    PIC 9(05).
           02  WRK-TL-ABERTAS      PIC 9(05).
           02  WRK-TL-VLR-COTADO   PIC 9(09)V99.
           02  WRK-TL-VLR-CONV     PIC 9(09)V99.

       77  WRK-TAXA            PIC 9(03)V99    VALUE ZEROES.
       77  WRK-ROTULO          PIC X(30)       VALUE SPACES.
       77  WRK-QTDE-ED         PIC ZZ.ZZ9.
       77  WRK-TAXA-ED         PIC ZZ9,99.
       77  WRK-COTADO-ED       PIC ZZZ.ZZZ.ZZ9,99.
       77  WRK-CONV-ED         PIC ZZZ.ZZZ.ZZ9,99.
       77  WRK-VALOR-ED        PIC ZZ.ZZ9,99.
       77  WRK-ABERTAS-ED      PIC ZZ.ZZ9.
       77  WRK-PERDIDAS-ED     PIC ZZ.ZZ9.
       77  WRK-EXPIRADAS-ED    PIC ZZ.ZZ9.
       77  WRK-CONVERTIDAS-ED  PIC ZZ.ZZ9.

       PROCEDURE DIVISION.

           DISPLAY 'ANO DAS COTACOES: '.
           ACCEPT WRK-ANO.
           DISPLAY 'MES DAS COTACOES (1 A 12): '.
           ACCEPT WRK-MES.

           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           MOVE ZEROES TO WRK-TAB-FILIAIS.

           OPEN INPUT QUOTE-MASTER-FILE.
           IF WRK-QUOTE-STATUS NOT = '00'
               DISPLAY 'QUOTEMASTER INDISPONIVEL'
               GOBACK
           END-IF.

           PERFORM 0100-TOTALIZA.

           OPEN INPUT SELLER-MASTER-FILE.
           OPEN OUTPUT QUOTE-REPORT-FILE.

           MOVE SPACES TO QR-LINHA.
           STRING 'CONVERSAO DE COTACOES EM PEDIDOS - ' WRK-MES '/'
                  WRK-ANO
               DELIMITED BY SIZE INTO QR-LINHA
           END-STRING
           WRITE QR-LINHA.

           PERFORM 0300-IMPRIME-VENDEDORES.
           PERFORM 0400-IMPRIME-FILIAIS.
           PERFORM 0500-IMPRIME-PERDAS.

           CLOSE QUOTE-REPORT-FILE.
           IF WRK-SELLER-STATUS = '00'
               CLOSE SELLER-MASTER-FILE
           END-IF.
           CLOSE QUOTE-MASTER-FILE.

           DISPLAY 'COTACOES DO MES: ' WRK-FIL-COTACOES(100)
                   ' CONVERTIDAS: ' WRK-FIL-CONVERTIDAS(100).

           GOBACK.

      ******************************************************************
      * 0100-TOTALIZA - LE O QUOTEMASTER E ACUMULA AS COTACOES DO MES
      * NO VENDEDOR, NA FILIAL E NO TOTAL GERAL.
      ******************************************************************
       0100-TOTALIZA SECTION.
           MOVE 'N' TO WRK-QUOTE-EOF.
           PERFORM UNTIL QUOTE-ACABOU
               READ QUOTE-MASTER-FILE NEXT
                   AT END
                       MOVE 'S' TO WRK-QUOTE-EOF
                   NOT AT END
                       MOVE QT-DATA TO WRK-DATA-COTACAO
                       IF WRK-COT-ANO = WRK-ANO
                           AND WRK-COT-MES = WRK-MES
                           PERFORM 0150-ACUMULA-COTACAO
                       END-IF
               END-READ
           END-PERFORM.

      ******************************************************************
      * 0150-ACUMULA-COTACAO - MONTA OS TOTAIS DA COTACAO EM
      * WRK-TOTAIS-LINHA E SOMA NAS TRES VISOES.
      ******************************************************************
       0150-ACUMULA-COTACAO SECTION.
           MOVE QT-SITUACAO TO WRK-SITUACAO.
           IF COTACAO-ABERTA AND QT-VALIDADE < WRK-HOJE
               MOVE 'E' TO WRK-SITUACAO
           END-IF.

           MOVE ZEROES TO WRK-TOTAIS-LINHA.
           MOVE 1 TO WRK-TL-COTACOES.
           MOVE QT-VALOR TO WRK-TL-VLR-COTADO.
           EVALUATE WRK-SITUACAO
               WHEN 'C'
                   MOVE 1 TO WRK-TL-CONVERTIDAS
                   MOVE QT-VALOR TO WRK-TL-VLR-CONV
               WHEN 'P'
                   MOVE 1 TO WRK-TL-PERDIDAS
               WHEN 'E'
                   MOVE 1 TO WRK-TL-EXPIRADAS
               WHEN OTHER
                   MOVE 1 TO WRK-TL-ABERTAS
           END-EVALUATE.

           MOVE 0 TO WRK-VEN-POS.
           PERFORM VARYING WRK-VEN-IDX FROM 1 BY 1
                   UNTIL WRK-VEN-IDX > WRK-VEN-QTD
                      OR WRK-VEN-POS > 0
               IF WRK-VEN-CODIGO(WRK-VEN-IDX) = QT-VENDEDOR
                   MOVE WRK-VEN-IDX TO WRK-VEN-POS
               END-IF
           END-PERFORM.
           IF WRK-VEN-POS = 0 AND WRK-VEN-QTD < 500
               ADD 1 TO WRK-VEN-QTD
               MOVE WRK-VEN-QTD TO WRK-VEN-POS
               MOVE QT-VENDEDOR TO WRK-VEN-CODIGO(WRK-VEN-POS)
               MOVE ZEROES TO WRK-VEN-TOTAIS(WRK-VEN-POS)
           END-IF.
           IF WRK-VEN-POS > 0
               ADD WRK-TL-COTACOES    TO WRK-VEN-COTACOES(WRK-VEN-POS)
               ADD WRK-TL-CONVERTIDAS
                   TO WRK-VEN-CONVERTIDAS(WRK-VEN-POS)
               ADD WRK-TL-PERDIDAS    TO WRK-VEN-PERDIDAS(WRK-VEN-POS)
               ADD WRK-TL-EXPIRADAS   TO WRK-VEN-EXPIRADAS(WRK-VEN-POS)
               ADD WRK-TL-ABERTAS     TO WRK-VEN-ABERTAS(WRK-VEN-POS)
               ADD WRK-TL-VLR-COTADO
                   TO WRK-VEN-VLR-COTADO(WRK-VEN-POS)
               ADD WRK-TL-VLR-CONV    TO WRK-VEN-VLR-CONV(WRK-VEN-POS)
           END-IF.

           MOVE QT-FILIAL TO WRK-FIL-IDX.
           IF WRK-FIL-IDX < 1 OR WRK-FIL-IDX > 99
               MOVE 99 TO WRK-FIL-IDX
           END-IF.
           PERFORM 0160-SOMA-FILIAL.
           MOVE 100 TO WRK-FIL-IDX.
           PERFORM 0160-SOMA-FILIAL.

       0160-SOMA-FILIAL SECTION.
           ADD WRK-TL-COTACOES    TO WRK-FIL-COTACOES(WRK-FIL-IDX).
           ADD WRK-TL-CONVERTIDAS TO WRK-FIL-CONVERTIDAS(WRK-FIL-IDX).
           ADD WRK-TL-PERDIDAS    TO WRK-FIL-PERDIDAS(WRK-FIL-IDX).
           ADD WRK-TL-EXPIRADAS   TO WRK-FIL-EXPIRADAS(WRK-FIL-IDX).
           ADD WRK-TL-ABERTAS     TO WRK-FIL-ABERTAS(WRK-FIL-IDX).
           ADD WRK-TL-VLR-COTADO  TO WRK-FIL-VLR-COTADO(WRK-FIL-IDX).
           ADD WRK-TL-VLR-CONV    TO WRK-FIL-VLR-CONV(WRK-FIL-IDX).

      ******************************************************************
      * 0300-IMPRIME-VENDEDORES - UMA LINHA POR VENDEDOR COM COTACAO
      * NO MES (VENDEDOR 0000 = COTACAO SEM VENDEDOR IDENTIFICADO).
      ******************************************************************
       0300-IMPRIME-VENDEDORES SECTION.
           MOVE SPACES TO QR-LINHA.
           WRITE QR-LINHA.
           MOVE SPACES TO QR-LINHA.
           WRITE QR-LINHA FROM 'POR VENDEDOR'.
           PERFORM 0600-CABECALHO-COLUNAS.

           PERFORM VARYING WRK-VEN-IDX FROM 1 BY 1
                   UNTIL WRK-VEN-IDX > WRK-VEN-QTD
               MOVE SPACES TO WRK-NOME
               IF WRK-VEN-CODIGO(WRK-VEN-IDX) = 0
                   MOVE 'NAO IDENTIFICADO' TO WRK-NOME
               ELSE
                   IF WRK-SELLER-STATUS = '00'
                       MOVE WRK-VEN-CODIGO(WRK-VEN-IDX) TO VD-CODIGO
                       READ SELLER-MASTER-FILE
                           INVALID KEY
                               MOVE 'NAO CADASTRADO' TO WRK-NOME
                           NOT INVALID KEY
                               MOVE VD-NOME TO WRK-NOME
                       END-READ
                   END-IF
               END-IF
               MOVE SPACES TO WRK-ROTULO
               STRING WRK-VEN-CODIGO(WRK-VEN-IDX) ' ' WRK-NOME
                   DELIMITED BY SIZE INTO WRK-ROTULO
               END-STRING
               MOVE WRK-VEN-TOTAIS(WRK-VEN-IDX) TO WRK-TOTAIS-LINHA
               PERFORM 0650-IMPRIME-TOTAIS
           END-PERFORM.

      ******************************************************************
      * 0400-IMPRIME-FILIAIS - UMA LINHA POR FILIAL COM COTACAO NO MES
      * E O TOTAL GERAL.
      ******************************************************************
       0400-IMPRIME-FILIAIS SECTION.
           MOVE SPACES TO QR-LINHA.
           WRITE QR-LINHA.
           MOVE SPACES TO QR-LINHA.
           WRITE QR-LINHA FROM 'POR FILIAL'.
           PERFORM 0600-CABECALHO-COLUNAS.

           PERFORM VARYING WRK-FIL-IDX FROM 1 BY 1
                   UNTIL WRK-FIL-IDX > 99
               IF WRK-FIL-COTACOES(WRK-FIL-IDX) > 0
                   MOVE 'N' TO FU-FUNCAO
                   MOVE WRK-FIL-IDX TO FU-FILIAL
                   CALL 'FILUTIL' USING FU-PARM
                   MOVE SPACES TO WRK-ROTULO
                   STRING WRK-FIL-IDX(2:2) ' ' FU-NOME
                       DELIMITED BY SIZE INTO WRK-ROTULO
                   END-STRING
                   MOVE WRK-FIL-TOTAIS(WRK-FIL-IDX)
                       TO WRK-TOTAIS-LINHA
                   PERFORM 0650-IMPRIME-TOTAIS
               END-IF
           END-PERFORM.

           MOVE SPACES TO QR-LINHA.
           WRITE QR-LINHA FROM '-------------------------------------'.
           MOVE 'TOTAL GERAL' TO WRK-ROTULO.
           MOVE WRK-FIL-TOTAIS(100) TO WRK-TOTAIS-LINHA.
           PERFORM 0650-IMPRIME-TOTAIS.

      ******************************************************************
      * 0500-IMPRIME-PERDAS - COTACOES DO MES PERDIDAS OU EXPIRADAS,
      * COM O MOTIVO.
      ******************************************************************
       0500-IMPRIME-PERDAS SECTION.
           MOVE SPACES TO QR-LINHA.
           WRITE QR-LINHA.
           MOVE SPACES TO QR-LINHA.
           WRITE QR-LINHA FROM 'COTACOES PERDIDAS E EXPIRADAS'.

           MOVE 'N' TO WRK-QUOTE-EOF.
           MOVE 0 TO QT-NUMERO.
           START QUOTE-MASTER-FILE KEY IS NOT LESS THAN QT-NUMERO
               INVALID KEY
                   MOVE 'S' TO WRK-QUOTE-EOF
           END-START.

           PERFORM UNTIL QUOTE-ACABOU
               READ QUOTE-MASTER-FILE NEXT
                   AT END
                       MOVE 'S' TO WRK-QUOTE-EOF
                   NOT AT END
                       MOVE QT-DATA TO WRK-DATA-COTACAO
                       IF WRK-COT-ANO = WRK-ANO
                           AND WRK-COT-MES = WRK-MES
                           PERFORM 0550-IMPRIME-PERDA
                       END-IF
               END-READ
           END-PERFORM.

       0550-IMPRIME-PERDA SECTION.
           EVALUATE TRUE
               WHEN COTACAO-PERDIDA
                   MOVE 'PERDIDA' TO WRK-SITUACAO-DESC
               WHEN COTACAO-EXPIRADA
                   MOVE 'EXPIRADA' TO WRK-SITUACAO-DESC
               WHEN COTACAO-ABERTA AND QT-VALIDADE < WRK-HOJE
                   MOVE 'EXPIRADA' TO WRK-SITUACAO-DESC
                   MOVE 'VALIDADE EXPIRADA' TO QT-MOTIVO
               WHEN OTHER
                   GO TO 0550-EXIT
           END-EVALUATE.

           MOVE QT-VALOR TO WRK-VALOR-ED.
           MOVE SPACES TO QR-LINHA.
           STRING QT-NUMERO ' ' WRK-SITUACAO-DESC
                  ' CLIENTE ' QT-CLIENTE
                  ' VENDEDOR ' QT-VENDEDOR
                  ' FILIAL ' QT-FILIAL
                  ' VALOR ' WRK-VALOR-ED
                  ' MOTIVO: ' QT-MOTIVO
               DELIMITED BY SIZE INTO QR-LINHA
           END-STRING
           WRITE QR-LINHA.
       0550-EXIT.
           EXIT.

       0600-CABECALHO-COLUNAS SECTION.
           MOVE SPACES TO QR-LINHA.
           STRING 'VENDEDOR/FILIAL                 COTAC  CONV.  '
                  'PERD.  EXPIR. ABERT.  TAXA %     VALOR COTADO  '
                  'VALOR CONVERTIDO'
               DELIMITED BY SIZE INTO QR-LINHA
           END-STRING
           WRITE QR-LINHA.

      ******************************************************************
      * 0650-IMPRIME-TOTAIS - LINHA DE WRK-TOTAIS-LINHA COM O ROTULO
      * E A TAXA DE CONVERSAO.
      ******************************************************************
       0650-IMPRIME-TOTAIS SECTION.
           MOVE 0 TO WRK-TAXA.
           IF WRK-TL-COTACOES > 0
               COMPUTE WRK-TAXA ROUNDED =
                   WRK-TL-CONVERTIDAS * 100 / WRK-TL-COTACOES
           END-IF.

           MOVE WRK-TL-COTACOES    TO WRK-QTDE-ED.
           MOVE WRK-TL-CONVERTIDAS TO WRK-CONVERTIDAS-ED.
           MOVE WRK-TL-PERDIDAS    TO WRK-PERDIDAS-ED.
           MOVE WRK-TL-EXPIRADAS   TO WRK-EXPIRADAS-ED.
           MOVE WRK-TL-ABERTAS     TO WRK-ABERTAS-ED.
           MOVE WRK-TAXA           TO WRK-TAXA-ED.
           MOVE WRK-TL-VLR-COTADO  TO WRK-COTADO-ED.
           MOVE WRK-TL-VLR-CONV    TO WRK-CONV-ED.

           MOVE SPACES TO QR-LINHA.
           STRING WRK-ROTULO ' ' WRK-QTDE-ED ' ' WRK-CONVERTIDAS-ED
                  ' ' WRK-PERDIDAS-ED ' ' WRK-EXPIRADAS-ED
                  ' ' WRK-ABERTAS-ED ' ' WRK-TAXA-ED
                  ' ' WRK-COTADO-ED ' ' WRK-CONV-ED
               DELIMITED BY SIZE INTO QR-LINHA
           END-STRING
           WRITE QR-LINHA.

       END PROGRAM PROGCOB134.
