      ******************************************************************
      * PRICEUTIL-PARM - AREA DE PARAMETROS DO SUBPROGRAMA DA LISTA DE
      * PRECOS COM VIGENCIA (PRICEUTIL), COMPARTILHADA PELA ENTRADA DE
      * PEDIDOS, PELA CRITICA E PELAS MANUTENCOES DE PRECO.
      *
      * PC-FUNCAO:
      *   'P' = PRECO: DEVOLVE EM PC-PRECO O PRECO DE TABELA DO
      *         PRODUTO PC-PRODUTO VIGENTE NA DATA PC-DATA, COM O
      *         INICIO DA VIGENCIA EM PC-VIG-DE. PC-RETORNO 'S' QUANDO
      *         HA ENTRADA VIGENTE, 'N' QUANDO NAO HA (O CHAMADOR FICA
      *         COM O PRD-PRECO-UNIT DO CADASTRO).
      *   'G' = GRAVA: GRAVA O PRECO PC-PRECO PARA O PRODUTO A PARTIR
      *         DE PC-DATA (SUBSTITUI A ENTRADA DA MESMA DATA) E
      *         REGISTRA NO PRICEAUDIT O PRECO ANTERIOR, O NOVO, O
      *         PROGRAMA, O OPERADOR E A REFERENCIA. PC-RETORNO 'S'
      *         QUANDO GRAVOU. A PRIMEIRA GRAVACAO CRIA O PRICELIST.
      ******************************************************************
       01  PC-PARM.
           02  PC-FUNCAO           PIC X(01).
           02  PC-RETORNO          PIC X(01).
           02  PC-PRODUTO          PIC X(08).
           02  PC-DATA             PIC 9(08).
           02  PC-PRECO            PIC 9(06)V99.
           02  PC-VIG-DE           PIC 9(08).
           02  PC-PROGRAMA         PIC X(11).
           02  PC-OPERADOR         PIC X(10).
           02  PC-REFERENCIA       PIC X(10).
