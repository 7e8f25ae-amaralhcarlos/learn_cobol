      ******************************************************************
      * SUPPHOLD-REC - LAYOUT DAS NOTAS DE COMPRA RETIDAS (SUPPINVHOLD),
      * CHAVEADO POR FORNECEDOR + NOTA + SEQUENCIA DO ITEM. A
      * CONFERENCIA DO PROGCOB125 RETEM A NOTA INTEIRA QUANDO ALGUM
      * ITEM NAO CASA COM O PEDIDO DE COMPRA E O RECEBIMENTO; CADA
      * ITEM GUARDA O QUE FOI COBRADO, O PRECO DO PEDIDO, A
      * QUANTIDADE AINDA FATURAVEL (RECEBIDA E NAO FATURADA) E O
      * MOTIVO (EM BRANCO NOS ITENS QUE CASARAM). O COMPRADOR DECIDE
      * NO PROGCOB126:
      *   HD-SITUACAO 'R' = RETIDA, AGUARDANDO O COMPRADOR
      *               'A' = APROVADA (TITULO GERADO NO APITEMS)
      *               'C' = CONTESTADA JUNTO AO FORNECEDOR
      ******************************************************************
       01  HD-REGISTRO.
           02  HD-CHAVE.
               03  HD-FORNECEDOR   PIC 9(06).
               03  HD-NOTA         PIC 9(09).
               03  HD-SEQ          PIC 9(03).
           02  HD-EMISSAO          PIC 9(08).
           02  HD-PEDIDO           PIC 9(08).
           02  HD-LINHA            PIC 9(03).
           02  HD-QTDE             PIC 9(07).
           02  HD-PRECO-UNIT       PIC 9(06)V99.
           02  HD-VALOR            PIC 9(09)V99.
           02  HD-PRECO-PEDIDO     PIC 9(06)V99.
           02  HD-QTDE-FATURAVEL   PIC 9(07).
           02  HD-MOTIVO           PIC X(30).
           02  HD-SITUACAO         PIC X(01).
               88  NOTA-RETIDA                 VALUE 'R'.
               88  NOTA-APROVADA               VALUE 'A'.
               88  NOTA-CONTESTADA             VALUE 'C'.
           02  HD-DATA-DECISAO     PIC 9(08).
           02  HD-COMPRADOR        PIC X(10).
