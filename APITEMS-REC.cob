               88  TITULO-AP-ABERTO            VALUE 'A'.
               88  TITULO-AP-PAGO              VALUE 'P'.
           02  AP-DATA-PAGTO       PIC 9(08).
      ******************************************************************
      * AP-ORIGEM DIZ DE ONDE VEIO O TITULO: 'T' = FATURA DE FRETE DA
      * TRANSPORTADORA AP-TRANSP (PROGCOB041); 'M' = NOTA DE COMPRA DE
      * MERCADORIA DO FORNECEDOR AP-FORNECEDOR, NUMERO AP-NOTA, CASADA
      * COM O PEDIDO DE COMPRA E O RECEBIMENTO (PROGCOB125/PROGCOB126).
      * REGISTRO ANTIGO SEM OS CAMPOS (EM BRANCO) E TITULO DE FRETE.
      ******************************************************************
           02  AP-ORIGEM.
               03  AP-TIPO         PIC X(01).
                   88  TITULO-AP-FRETE         VALUE 'T' SPACE.
                   88  TITULO-AP-MERCADORIA    VALUE 'M'.
               03  AP-FORNECEDOR   PIC 9(06).
               03  AP-NOTA         PIC 9(09).
