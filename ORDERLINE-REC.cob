      ******************************************************************
      * ORDERLINE-REC - LAYOUT DAS LINHAS DE PEDIDO (ORDERLINES),
      * ARQUIVO INDEXADO POR TXN-ID DO PEDIDO + NUMERO DA LINHA. CADA
      * LINHA DIZ QUAL PRODUTO DO PRODMASTER FOI VENDIDO, EM QUE
      * QUANTIDADE E A QUE PRECO UNITARIO; OL-VALOR E SEMPRE
      * OL-QTDE X OL-PRECO-UNIT, E A SOMA DOS OL-VALOR DO PEDIDO TEM DE
      * BATER COM O VALOR DO CABECALHO (SALESTXN/FREIGHTTXN) PARA O
      * PEDIDO SER ACEITO. SUBSTITUI O CAMPO LIVRE TXN-PRODUTOS, QUE
      * FICA SO PARA OS PEDIDOS ANTIGOS SEM LINHAS. AS LINHAS SO SAO
      * LIDAS E GRAVADAS PELO SUBPROGRAMA ORDLUTIL.
      ******************************************************************
       01  OL-REGISTRO.
           02  OL-CHAVE.
               03  OL-PEDIDO       PIC 9(10).
               03  OL-LINHA        PIC 9(03).
           02  OL-PRODUTO          PIC X(08).
           02  OL-QTDE             PIC 9(05).
           02  OL-PRECO-UNIT       PIC 9(06)V99.
           02  OL-VALOR            PIC 9(08)V99.
