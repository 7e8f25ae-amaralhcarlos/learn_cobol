      ******************************************************************
      * GOODSRCPT-REC - LAYOUT DO LOG DE RECEBIMENTOS DE MERCADORIA
      * (GOODSRCPT), GRAVADO PELO PROGCOB123 A CADA ENTRADA ACEITA
      * CONTRA UMA LINHA DE PEDIDO DE COMPRA. A MESMA QUANTIDADE ENTRA
      * NO SALDO DO STOCKBAL PELO STOCKUTIL, COM O NUMERO DO PEDIDO
      * DE COMPRA COMO DOCUMENTO DO MOVIMENTO.
      ******************************************************************
       01  GR-REGISTRO.
           02  GR-DATA             PIC 9(08).
           02  GR-PEDIDO           PIC 9(08).
           02  GR-LINHA            PIC 9(03).
           02  GR-FORNECEDOR       PIC 9(06).
           02  GR-FILIAL           PIC 9(02).
           02  GR-PRODUTO          PIC X(08).
           02  GR-QTDE             PIC 9(07).
           02  GR-PRECO-UNIT       PIC 9(06)V99.
           02  GR-OPERADOR         PIC X(10).
