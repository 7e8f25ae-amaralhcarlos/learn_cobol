      ******************************************************************
      * QUOTE-REC - LAYOUT DO CADASTRO DE COTACOES DE VENDA
      * (QUOTEMASTER), CHAVEADO PELO NUMERO DA COTACAO (SEQUENCIA DO
      * ARQUIVO DE CONTROLE QUOTESEQ). MANTIDO PELO PROGCOB133: A
      * COTACAO GUARDA CLIENTE, ENDERECO DE ENTREGA (SEQUENCIA DO
      * SHIPTO, 000 = ENDERECO DO CADASTRO), VENDEDOR, FILIAL, OS
      * ITENS COM OS PRECOS COMBINADOS E A VALIDADE. A CONVERSAO GRAVA
      * O PEDIDO NO SALESTXNRAW COM ESSES PRECOS E GUARDA O TXN-ID EM
      * QT-PEDIDO; COTACAO PERDIDA OU VENCIDA FICA NO ARQUIVO COM O
      * MOTIVO, PARA A TAXA DE CONVERSAO DO PROGCOB134.
      * QT-SITUACAO: 'A' = ABERTA, 'C' = CONVERTIDA EM PEDIDO,
      * 'P' = PERDIDA, 'E' = EXPIRADA (VENCEU SEM CONVERSAO).
      ******************************************************************
       01  QT-REGISTRO.
           02  QT-NUMERO           PIC 9(08).
           02  QT-DATA             PIC 9(08).
           02  QT-VALIDADE         PIC 9(08).
           02  QT-CLIENTE          PIC 9(06).
           02  QT-SHIPTO           PIC 9(03).
           02  QT-VENDEDOR         PIC 9(04).
           02  QT-FILIAL           PIC 9(02).
           02  QT-SITUACAO         PIC X(01).
               88  COTACAO-ABERTA              VALUE 'A'.
               88  COTACAO-CONVERTIDA          VALUE 'C'.
               88  COTACAO-PERDIDA             VALUE 'P'.
               88  COTACAO-EXPIRADA            VALUE 'E'.
           02  QT-VALOR            PIC 9(05)V99.
           02  QT-PEDIDO           PIC 9(10).
           02  QT-DATA-FECHA       PIC 9(08).
           02  QT-MOTIVO           PIC X(30).
           02  QT-OPERADOR         PIC X(10).
           02  QT-QTDE-ITENS       PIC 9(02).
           02  QT-ITEM             OCCURS 20 TIMES.
               03  QT-PRODUTO      PIC X(08).
               03  QT-QTDE         PIC 9(05).
               03  QT-PRECO        PIC 9(06)V99.
               03  QT-VALOR-ITEM   PIC 9(08)V99.
