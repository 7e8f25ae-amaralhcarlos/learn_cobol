      *         TITULOS COMO PAGOS, REGRAVANDO O APITEMS (MESMA
      *         MECANICA DO PROGCOB034). AS CONTAS DE DIAS VEM DO
      *         DATEUTIL (FUNCAO S).
      *MODIFICATION HISTORY:
      * 15/10/2026 - O APITEMS PASSOU A TER TAMBEM TITULOS DE NOTAS DE
      *              MERCADORIA DOS FORNECEDORES (AP-ORIGEM): A TABELA
      *              CARREGA A ORIGEM PARA NAO PERDE-LA NA REGRAVACAO E
      *              O DETALHE DO APPAYBATCH GANHOU O TIPO DO TITULO, O
      *              FORNECEDOR E O NUMERO DA NOTA.
      * 15/10/2026 - LOTE DE PAGAMENTO LANCADO NO RAZAO PELO TRSYUTIL (D
      *              2301 FRETES / D 2302 FORNECEDORES A PAGAR, C 1001
      *              CAIXA), COM CONTROLE TREASCTL CONTRA LANCAMENTO EM
      *              DOBRO
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           02  WRD-TRANSP      PIC 9(03).
           02  WRD-VALOR       PIC 9(08)V99.
           02  WRD-VENCIMENTO  PIC 9(08).
           02  WRD-TIPO        PIC X(01).
           02  WRD-FORNECEDOR  PIC 9(06).
           02  WRD-NOTA        PIC 9(09).
       01  WRK-REG-TRAILER.
           02  FILLER          PIC X(01)       VALUE 'T'.
           02  WRT-QTDE        PIC 9(06).
               03  WRK-TIT-VENCIMENTO  PIC 9(08).
               03  WRK-TIT-SITUACAO    PIC X(01).
               03  WRK-TIT-DATA-PAGTO  PIC 9(08).
               03  WRK-TIT-ORIGEM.
                   04  WRK-TIT-TIPO        PIC X(01).
                   04  WRK-TIT-FORNECEDOR  PIC X(06).
                   04  WRK-TIT-NOTA        PIC X(09).

           COPY 'DATEUTIL-PARM.cob'.
       77  WRK-DIAS-HOJE       PIC 9(08)       VALUE ZEROES.

       77  WRK-QTDE-PAGOS      PIC 9(05)       VALUE ZEROES.
       77  WRK-TOT-PAGO        PIC 9(10)V99    VALUE ZEROES.
       77  WRK-TOT-PAGO-FRETE  PIC 9(10)V99    VALUE ZEROES.
       77  WRK-TOT-PAGO-MERC   PIC 9(10)V99    VALUE ZEROES.

      ******************************************************************
      * LANCAMENTO DO LOTE NO RAZAO PELO TRSYUTIL, COM CHAVE DATA +
      * HORA DO LOTE: D 2301 FRETES A PAGAR E D 2302 FORNECEDORES A
      * PAGAR PELOS TITULOS PAGOS, C 1001 CAIXA PELO TOTAL DO LOTE.
      ******************************************************************
           COPY 'TRSYUTIL-PARM.cob'.
       01  WRK-TS-CHAVE.
           02  WRK-TS-DATA     PIC 9(08).
           02  WRK-TS-HORA     PIC 9(08).

       01  WRK-HOJE.
           02  WRK-HOJE-ANO    PIC 9(04)       VALUE ZEROES.

           IF WRK-QTDE-PAGOS > 0
               PERFORM 0400-REGRAVA-TITULOS
               PERFORM 0500-LANCA-PAGAMENTO
           END-IF.

           MOVE WRK-TOT-PAGO TO WRK-CURR-ED-09.
                           TO WRK-TIT-SITUACAO(WRK-TIT-QTD)
                       MOVE AP-DATA-PAGTO
                           TO WRK-TIT-DATA-PAGTO(WRK-TIT-QTD)
                       MOVE AP-ORIGEM
                           TO WRK-TIT-ORIGEM(WRK-TIT-QTD)
               END-READ
           END-PERFORM.

           MOVE WRK-TIT-TRANSP(WRK-TIT-IDX)     TO WRD-TRANSP.
           MOVE WRK-TIT-VALOR(WRK-TIT-IDX)      TO WRD-VALOR.
           MOVE WRK-TIT-VENCIMENTO(WRK-TIT-IDX) TO WRD-VENCIMENTO.
           IF WRK-TIT-TIPO(WRK-TIT-IDX) = 'M'
               MOVE 'M' TO WRD-TIPO
               MOVE WRK-TIT-FORNECEDOR(WRK-TIT-IDX) TO WRD-FORNECEDOR
               MOVE WRK-TIT-NOTA(WRK-TIT-IDX)       TO WRD-NOTA
           ELSE
               MOVE 'T' TO WRD-TIPO
               MOVE ZEROES TO WRD-FORNECEDOR
               MOVE ZEROES TO WRD-NOTA
           END-IF.
           MOVE SPACES TO PB-REGISTRO.
           MOVE WRK-REG-DETALHE TO PB-REGISTRO.
           WRITE PB-REGISTRO.

           ADD 1 TO WRK-QTDE-PAGOS.
           ADD WRK-TIT-VALOR(WRK-TIT-IDX) TO WRK-TOT-PAGO.
           IF WRD-TIPO = 'M'
               ADD WRK-TIT-VALOR(WRK-TIT-IDX) TO WRK-TOT-PAGO-MERC
           ELSE
               ADD WRK-TIT-VALOR(WRK-TIT-IDX) TO WRK-TOT-PAGO-FRETE
           END-IF.
       0300-EXIT.
           EXIT.

               MOVE WRK-TIT-VENCIMENTO(WRK-TIT-IDX) TO AP-VENCIMENTO
               MOVE WRK-TIT-SITUACAO(WRK-TIT-IDX)   TO AP-SITUACAO
               MOVE WRK-TIT-DATA-PAGTO(WRK-TIT-IDX) TO AP-DATA-PAGTO
               MOVE WRK-TIT-ORIGEM(WRK-TIT-IDX)     TO AP-ORIGEM
               WRITE AP-REGISTRO
           END-PERFORM.
           CLOSE AP-ITEMS-FILE.

      ******************************************************************
      * 0500-LANCA-PAGAMENTO - LANCA O LOTE NO RAZAO PELO TRSYUTIL,
      * QUE SO GRAVA NO GLTRANSACTIONS SE O LOTE AINDA NAO CONSTA NO
      * TREASCTL.
      ******************************************************************
       0500-LANCA-PAGAMENTO SECTION.
           MOVE 'L'          TO TS-FUNCAO.
           MOVE 'PGAP'       TO TS-ORIGEM.
           MOVE WRK-HOJE     TO WRK-TS-DATA.
           ACCEPT WRK-TS-HORA FROM TIME.
           MOVE WRK-TS-CHAVE TO TS-CHAVE.
           MOVE WRK-HOJE     TO TS-DATA.
           MOVE 'PROGCOB094' TO TS-OPERADOR.
           MOVE 3            TO TS-QTDE-PERNAS.
           MOVE 2301               TO TS-CONTA(1).
           MOVE 'D'                TO TS-TIPO(1).
           MOVE WRK-TOT-PAGO-FRETE TO TS-VALOR(1).
           MOVE SPACES             TO TS-CCUSTO(1).
           MOVE 2302               TO TS-CONTA(2).
           MOVE 'D'                TO TS-TIPO(2).
           MOVE WRK-TOT-PAGO-MERC  TO TS-VALOR(2).
           MOVE SPACES             TO TS-CCUSTO(2).
           MOVE 1001               TO TS-CONTA(3).
           MOVE 'C'                TO TS-TIPO(3).
           MOVE WRK-TOT-PAGO       TO TS-VALOR(3).
           MOVE SPACES             TO TS-CCUSTO(3).
           CALL 'TRSYUTIL' USING TS-PARM.

           EVALUATE TS-RETORNO
               WHEN 'S'
                   DISPLAY 'LOTE LANCADO NO RAZAO: ' WRK-TS-CHAVE
               WHEN 'J'
                   DISPLAY 'LOTE ' WRK-TS-CHAVE
                           ' JA LANCADO NO RAZAO - NAO LANCADO DE NOVO'
               WHEN OTHER
                   DISPLAY 'LOTE NAO LANCADO NO RAZAO - VERIFICAR'
           END-EVALUATE.

       END PROGRAM PROGCOB094.
