      *              FIXO POR PRODUTO (TIPO P) E CONFERIDO NA CRITICA
      *              DO FRETE (PROGCOB053), QUE E ONDE O PEDIDO
      *              CARREGA PRODUTOS.
      * 15/10/2026 - O VALOR DA LINHA DEIXOU DE SER DIGITADO: O
      *              OPERADOR INFORMA OS ITENS DO PEDIDO (PRODUTO DO
      *              PRODMASTER, QUANTIDADE E PRECO UNITARIO, ZERO =
      *              PRECO DE TABELA) E O VALOR E A SOMA DOS ITENS. AS
      *              LINHAS SAO GRAVADAS NO ORDERLINES (VIA ORDLUTIL)
      *              COM O TXN-ID DA LINHA, PARA A CRITICA DO
      *              PROGCOB053 PROVAR O CABECALHO CONTRA ELAS. COM
      *              ACORDO DE DESCONTO, O PRECO DE CADA ITEM E O
      *              LIQUIDO E O DESCONTO DO DISCOUNTLOG E A DIFERENCA
      *              ENTRE O BRUTO E O LIQUIDO DOS ITENS.
      * 15/10/2026 - O PRECO DE TABELA DO ITEM PASSOU A SER O DA LISTA
      *              DE PRECOS COM VIGENCIA (PRICEUTIL) NA DATA DO
      *              PEDIDO, ANTES DO DESCONTO DO ACORDO; PRODUTO SEM
      *              ENTRADA NA LISTA SEGUE COM O PRECO DO PRODMASTER.
      * 15/10/2026 - O TOTAL DO PEDIDO PASSOU A SER SOMADO EM CAMPO DO
      *              TAMANHO DO VALOR DO ITEM; O ITEM SO E RECUSADO
      *              QUANDO O TOTAL PASSA DO QUE O DETALHE DO
      *              SALESTXNRAW CARREGA, SEM MEXER NO TOTAL JA SOMADO.
      * 15/10/2026 - PRODMASTER CONTROLADO POR INDICADOR PROPRIO DE
      *              ARQUIVO ABERTO (WRK-PROD-ABERTO): PRODUTO NAO
      *              CADASTRADO SO AFETA O PROPRIO ITEM E NAO
      *              DESLIGA MAIS A CONSULTA DOS ITENS SEGUINTES.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-RAW-STATUS.

           SELECT PRODUCT-MASTER-FILE ASSIGN TO 'PRODMASTER'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRD-CODIGO
               FILE STATUS IS WRK-PROD-STATUS.

           SELECT ID-SEQ-FILE ASSIGN TO 'SALESIDSEQ'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-SEQ-STATUS.
       FD  SALES-RAW-FILE.
       01  SR-REGISTRO             PIC X(42).

       FD  PRODUCT-MASTER-FILE.
           COPY 'PRODMASTER-REC.cob'.

       FD  ID-SEQ-FILE.
       01  SQ-REGISTRO.
           02  SQ-ULTIMO-ID        PIC 9(10).
       WORKING-STORAGE SECTION.
           COPY 'PROGCOB024-BOOK.cob'.
           COPY 'FILUTIL-PARM.cob'.
           COPY 'ORDLUTIL-PARM.cob'.
           COPY 'PRICEUTIL-PARM.cob'.

       77  WRK-CUST-STATUS     PIC X(02)       VALUE SPACES.
       77  WRK-SELLER-STATUS   PIC X(02)       VALUE SPACES.
       77  WRK-VENDEDOR        PIC 9(04)       VALUE ZEROES.
       77  WRK-FILIAL          PIC 9(02)       VALUE ZEROES.
       77  WRK-MES-LINHA       PIC 9(02)       VALUE ZEROES.
       77  WRK-VALOR-LINHA     PIC 9(08)V99    VALUE ZEROES.
      * MAIOR VALOR QUE O DETALHE DO SALESTXNRAW (WRD-VALOR) CARREGA.
       77  WRK-LIMITE-LOTE     PIC 9(05)V99    VALUE 99999,99.

      ******************************************************************
      * ITENS DO PEDIDO: PRODUTO, QUANTIDADE E PRECO UNITARIO DE CADA
      * ITEM, MONTADOS NA TABELA DO ORDLUTIL-PARM ANTES DE GRAVAR. SEM
      * O PRODMASTER NO AR, O PRODUTO NAO E CONFERIDO E O PRECO TEM DE
      * SER DIGITADO.
      ******************************************************************
       77  WRK-PROD-STATUS     PIC X(02)       VALUE SPACES.
       77  WRK-PROD-ABERTO     PIC X(01)       VALUE 'N'.
       77  WRK-PRODUTO         PIC X(08)       VALUE SPACES.
       77  WRK-QTDE-ITEM       PIC 9(05)       VALUE ZEROES.
       77  WRK-PRECO-ITEM      PIC 9(06)V99    VALUE ZEROES.
       77  WRK-VALOR-ITEM      PIC 9(08)V99    VALUE ZEROES.
       77  WRK-BRUTO-ITEM      PIC 9(08)V99    VALUE ZEROES.

       77  WRK-ULTIMO-ID       PIC 9(10)       VALUE ZEROES.
       77  WRK-QTDE-LINHAS     PIC 9(06)       VALUE ZEROES.
       01  WRK-TAB-ACORDOS.
           02  WRK-ACO-LINHA   PIC X(43)       OCCURS 500 TIMES.
       77  WRK-PCT-ACORDO      PIC 9(02)V99    VALUE ZEROES.
       77  WRK-VALOR-BRUTO     PIC 9(08)V99    VALUE ZEROES.
       77  WRK-VALOR-DESCONTO  PIC 9(08)V99    VALUE ZEROES.
       01  WRK-HOJE-NUM        PIC 9(08)       VALUE ZEROES.

       01  WRK-HOJE.
               STOP RUN
           END-IF.
           OPEN INPUT SELLER-MASTER-FILE.
           OPEN INPUT PRODUCT-MASTER-FILE.
           MOVE 'N' TO WRK-PROD-ABERTO.
           IF WRK-PROD-STATUS = '00'
               MOVE 'S' TO WRK-PROD-ABERTO
           END-IF.

           PERFORM 0200-RECEBE-LINHA UNTIL WRK-CONTINUA NOT = 'S'.

           IF WRK-SELLER-STATUS = '00'
               CLOSE SELLER-MASTER-FILE
           END-IF.
           IF WRK-PROD-ABERTO = 'S'
               CLOSE PRODUCT-MASTER-FILE
               MOVE 'N' TO WRK-PROD-ABERTO
           END-IF.
           CLOSE CUST-MASTER-FILE.

           MOVE WRK-QTDE-LINHAS TO WRT-QTDE.

      ******************************************************************
      * 0200-RECEBE-LINHA - RECEBE UMA LINHA DO PEDIDO: CLIENTE
      * (CREDITO BLOQUEADO RECUSA), VENDEDOR, FILIAL, MES E OS ITENS.
      * O VALOR DA LINHA E A SOMA DOS ITENS, QUE SAO GRAVADOS NO
      * ORDERLINES (VIA ORDLUTIL) COM O TXN-ID ATRIBUIDO PELA
      * SEQUENCIA.
      ******************************************************************
       0200-RECEBE-LINHA SECTION.
           DISPLAY 'CODIGO DO CLIENTE (0 = ENCERRA O LOTE): '.
               GO TO 0200-RECEBE-MES
           END-IF.

       0200-RECEBE-ITENS.
           MOVE 0 TO LN-QTDE-LINHAS.
           MOVE 0 TO WRK-VALOR-LINHA.
           MOVE 0 TO WRK-VALOR-BRUTO.
           MOVE SPACES TO WRK-PRODUTO.
           IF WRK-PCT-ACORDO > 0
               DISPLAY 'ITENS DO PEDIDO - PRECO BRUTO, O DESCONTO DO '
                       'ACORDO E APLICADO EM CADA LINHA'
           END-IF.
           PERFORM 0300-RECEBE-ITEM UNTIL WRK-PRODUTO = 'FIM'.

           IF LN-QTDE-LINHAS = 0
               DISPLAY 'PEDIDO SEM ITENS - LINHA DESCARTADA'
               GO TO 0200-EXIT
           END-IF.

           IF WRK-PCT-ACORDO > 0
               COMPUTE WRK-VALOR-DESCONTO =
                   WRK-VALOR-BRUTO - WRK-VALOR-LINHA
               DISPLAY 'DESCONTO DO ACORDO: ' WRK-VALOR-DESCONTO
                       ' - VALOR LIQUIDO: ' WRK-VALOR-LINHA
               PERFORM 0350-GRAVA-DESCONTO
           MOVE WRK-REG-DETALHE TO SR-REGISTRO.
           WRITE SR-REGISTRO.

           MOVE 'G' TO LN-FUNCAO.
           MOVE WRK-ULTIMO-ID TO LN-PEDIDO.
           CALL 'ORDLUTIL' USING LN-PARM.

           ADD 1 TO WRK-QTDE-LINHAS.
           ADD WRK-VALOR-LINHA TO WRK-TOT-LINHAS.
           DISPLAY 'LINHA GRAVADA COM TXN-ID ' WRK-ULTIMO-ID.
       0200-EXIT.
           EXIT.

      ******************************************************************
      * 0300-RECEBE-ITEM - RECEBE UM ITEM DO PEDIDO: PRODUTO DO
      * PRODMASTER, QUANTIDADE E PRECO UNITARIO (ZERO = PRECO DE
      * TABELA VIGENTE NA DATA DO PEDIDO, DA LISTA DE PRECOS OU DO
      * CADASTRO). COM ACORDO DE DESCONTO, O PRECO DA LINHA
      * E O LIQUIDO; O BRUTO E SOMADO A PARTE PARA O DISCOUNTLOG.
      ******************************************************************
       0300-RECEBE-ITEM SECTION.
           DISPLAY 'PRODUTO (FIM = ENCERRA OS ITENS): '.
           ACCEPT WRK-PRODUTO.
           IF WRK-PRODUTO = 'FIM'
               GO TO 0300-EXIT
           END-IF.
           IF LN-QTDE-LINHAS >= 20
               DISPLAY 'PEDIDO COM ITENS DEMAIS (20)'
               MOVE 'FIM' TO WRK-PRODUTO
               GO TO 0300-EXIT
           END-IF.

           MOVE 0 TO PRD-PRECO-UNIT.
           IF WRK-PROD-ABERTO = 'S'
               MOVE WRK-PRODUTO TO PRD-CODIGO
               READ PRODUCT-MASTER-FILE
                   INVALID KEY
                       DISPLAY 'PRODUTO NAO CADASTRADO - ITEM '
                               'RECUSADO'
                       GO TO 0300-EXIT
               END-READ
               DISPLAY 'PRODUTO: ' PRD-DESCRICAO
           END-IF.

           MOVE 'P'            TO PC-FUNCAO.
           MOVE WRK-PRODUTO    TO PC-PRODUTO.
           MOVE WRK-HOJE-NUM   TO PC-DATA.
           CALL 'PRICEUTIL' USING PC-PARM.
           IF PC-RETORNO = 'S'
               MOVE PC-PRECO TO PRD-PRECO-UNIT
           END-IF.

           DISPLAY 'QUANTIDADE: '.
           ACCEPT WRK-QTDE-ITEM.
           IF WRK-QTDE-ITEM = 0
               DISPLAY 'QUANTIDADE ZERADA - ITEM RECUSADO'
               GO TO 0300-EXIT
           END-IF.

           DISPLAY 'PRECO UNITARIO (0 = TABELA ' PRD-PRECO-UNIT '): '.
           ACCEPT WRK-PRECO-ITEM.
           IF WRK-PRECO-ITEM = 0
               MOVE PRD-PRECO-UNIT TO WRK-PRECO-ITEM
           END-IF.
           IF WRK-PRECO-ITEM = 0
               DISPLAY 'PRODUTO SEM PRECO - ITEM RECUSADO'
               GO TO 0300-EXIT
           END-IF.

           COMPUTE WRK-BRUTO-ITEM = WRK-QTDE-ITEM * WRK-PRECO-ITEM
               ON SIZE ERROR
                   DISPLAY 'VALOR DO ITEM FORA DO LIMITE - ITEM '
                           'RECUSADO'
                   GO TO 0300-EXIT
           END-COMPUTE.
           IF WRK-PCT-ACORDO > 0
               COMPUTE WRK-PRECO-ITEM ROUNDED =
                   WRK-PRECO-ITEM * (100 - WRK-PCT-ACORDO) / 100
           END-IF.
           COMPUTE WRK-VALOR-ITEM = WRK-QTDE-ITEM * WRK-PRECO-ITEM.

           IF WRK-VALOR-LINHA + WRK-VALOR-ITEM > WRK-LIMITE-LOTE
               DISPLAY 'TOTAL DO PEDIDO ACIMA DO LIMITE DO LOTE ('
                       WRK-LIMITE-LOTE ') - ITEM RECUSADO'
               GO TO 0300-EXIT
           END-IF.
           ADD WRK-VALOR-ITEM TO WRK-VALOR-LINHA
               ON SIZE ERROR
                   DISPLAY 'TOTAL DO PEDIDO FORA DO LIMITE - ITEM '
                           'RECUSADO'
                   GO TO 0300-EXIT
           END-ADD.
           ADD WRK-BRUTO-ITEM TO WRK-VALOR-BRUTO.

           ADD 1 TO LN-QTDE-LINHAS.
           MOVE WRK-PRODUTO    TO LN-PRODUTO(LN-QTDE-LINHAS).
           MOVE WRK-QTDE-ITEM  TO LN-QTDE(LN-QTDE-LINHAS).
           MOVE WRK-PRECO-ITEM TO LN-PRECO-UNIT(LN-QTDE-LINHAS).
           MOVE WRK-VALOR-ITEM TO LN-VALOR(LN-QTDE-LINHAS).
           DISPLAY 'ITEM ' LN-QTDE-LINHAS ': ' WRK-VALOR-ITEM.
       0300-EXIT.
           EXIT.

      ******************************************************************
      * 0600-GRAVA-SEQUENCIA - REGRAVA O SALESIDSEQ COM O ULTIMO
      * TXN-ID USADO.
