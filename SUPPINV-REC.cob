      ******************************************************************
      * SUPPINV-REC - LAYOUT DA LINHA DE NOTA DE COMPRA DE MERCADORIA
      * (SUPPINV), DIGITADA PELO FISCAL A PARTIR DA NOTA DO
      * FORNECEDOR. UMA LINHA POR ITEM DA NOTA, COM O PEDIDO DE COMPRA
      * E A LINHA DO PEDIDO A QUE O ITEM SE REFERE; AS LINHAS DE UMA
      * MESMA NOTA (FORNECEDOR + NUMERO) VEM JUNTAS NO ARQUIVO.
      ******************************************************************
       01  SI-REGISTRO.
           02  SI-FORNECEDOR       PIC 9(06).
           02  SI-NOTA             PIC 9(09).
           02  SI-EMISSAO          PIC 9(08).
           02  SI-PEDIDO           PIC 9(08).
           02  SI-LINHA            PIC 9(03).
           02  SI-QTDE             PIC 9(07).
           02  SI-PRECO-UNIT       PIC 9(06)V99.
