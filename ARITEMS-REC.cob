           02  AR-PEDIDO           PIC 9(10).
           02  AR-PARCELA          PIC 9(02).
           02  AR-TOT-PARCELAS     PIC 9(02).
      ******************************************************************
      * AR-TIPO SEPARA O TITULO DE VENDA (BRANCO OU 'V', INCLUSIVE OS
      * TITULOS ANTIGOS SEM O CAMPO) DO TITULO DE ENCARGOS ('E') QUE A
      * APLICACAO DE RECEBIMENTOS DO PROGCOB069 GERA QUANDO O CLIENTE
      * PAGA COM ATRASO SO O PRINCIPAL: MULTA E JUROS QUE FICARAM
      * DEVENDO. TITULO DE ENCARGOS NAO GERA NOVO ENCARGO E, QUANDO
      * PAGO, E RECEITA FINANCEIRA. O TITULO DE MENSALIDADE ESCOLAR
      * ('M') E GRAVADO PELO FATURAMENTO DO PROGCOB181 NO CLIENTE DO
      * RESPONSAVEL FINANCEIRO, VENCENDO NO MES DE COMPETENCIA; PARA
      * COBRANCA, REMESSA E BAIXA ELE SE COMPORTA COMO TITULO DE VENDA.
      ******************************************************************
           02  AR-TIPO             PIC X(01).
               88  TITULO-VENDA                VALUE ' ' 'V'.
               88  TITULO-ENCARGO              VALUE 'E'.
               88  TITULO-MENSALIDADE          VALUE 'M'.
      ******************************************************************
      * VENDA DE EXPORTACAO: AR-MOEDA E A MOEDA DO TITULO (BRANCO OU
      * 'BRL' NOS TITULOS EM REAIS, INCLUSIVE OS ANTIGOS SEM O CAMPO),
      * AR-VALOR-ME O VALOR NA MOEDA ESTRANGEIRA E AR-TAXA A TAXA DO
      * FXRATE NA EMISSAO; AR-VALOR CONTINUA SENDO O VALOR EM REAIS
      * PELA TAXA DA EMISSAO. NA BAIXA, A DIFERENCA ENTRE O VALOR EM
      * REAIS PELA TAXA DO RECEBIMENTO E O AR-VALOR E A VARIACAO
      * CAMBIAL REALIZADA (PROGCOB069); EM ABERTO, A REAVALIACAO DO
      * PROGCOB138 MOSTRA A VARIACAO AINDA NAO REALIZADA.
      ******************************************************************
           02  AR-MOEDA            PIC X(03).
               88  TITULO-EM-REAIS             VALUE SPACES 'BRL'.
           02  AR-VALOR-ME         PIC 9(08)V99.
           02  AR-TAXA             PIC 9(03)V9(04).
