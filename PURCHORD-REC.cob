      ******************************************************************
      * PURCHORD-REC - LAYOUT DAS LINHAS DOS PEDIDOS DE COMPRA
      * (PURCHORDERS), CHAVEADO PELO NUMERO DO PEDIDO + LINHA. CADA
      * LINHA E UM PRODUTO PEDIDO AO FORNECEDOR PARA ENTREGA NA FILIAL
      * ATE A DATA PREVISTA. O RECEBIMENTO (PROGCOB123) SOMA A
      * QUANTIDADE QUE CHEGOU EM PO-QTDE-RECEBIDA E MUDA A SITUACAO:
      *   'A' = ABERTA (NADA RECEBIDO)
      *   'P' = PARCIALMENTE RECEBIDA
      *   'F' = FECHADA (RECEBIDA POR INTEIRO OU SALDO ENCERRADO
      *         PELO COMPRADOR)
      * PO-QTDE-FATURADA E QUANTO DA LINHA O FORNECEDOR JA COBROU EM
      * NOTA CASADA (PROGCOB125/PROGCOB126); NOTA QUE COBRA MAIS DO QUE
      * FOI RECEBIDO E AINDA NAO FATURADO FICA RETIDA.
      ******************************************************************
       01  PO-REGISTRO.
           02  PO-CHAVE.
               03  PO-NUMERO       PIC 9(08).
               03  PO-LINHA        PIC 9(03).
           02  PO-FORNECEDOR       PIC 9(06).
           02  PO-FILIAL           PIC 9(02).
           02  PO-EMISSAO          PIC 9(08).
           02  PO-PREVISTA         PIC 9(08).
           02  PO-PRODUTO          PIC X(08).
           02  PO-QTDE-PEDIDA      PIC 9(07).
           02  PO-QTDE-RECEBIDA    PIC 9(07).
           02  PO-QTDE-FATURADA    PIC 9(07).
           02  PO-PRECO-UNIT       PIC 9(06)V99.
           02  PO-COMPRADOR        PIC X(10).
           02  PO-SITUACAO         PIC X(01).
               88  PO-ABERTA                   VALUE 'A'.
               88  PO-PARCIAL                  VALUE 'P'.
               88  PO-FECHADA                  VALUE 'F'.
