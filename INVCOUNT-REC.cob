      ******************************************************************
      * INVCOUNT-REC - LAYOUT DA CONTAGEM FISICA DE ESTOQUE (INVCOUNT),
      * CHAVEADO POR FILIAL + PRODUTO. O CONGELAMENTO (PROGCOB127)
      * GRAVA UM REGISTRO POR PRODUTO COM SALDO NA FILIAL, COM A
      * QUANTIDADE DO LIVRO (STOCKBAL) NAQUELE MOMENTO E O PRECO DE
      * AVALIACAO (CUSTO MEDIO DO PRODMASTER, OU O PRECO UNITARIO
      * QUANDO O PRODUTO AINDA NAO TEM CUSTO); A DIGITACAO DA
      * CONTAGEM PREENCHE A QUANTIDADE CONTADA E A APROVACAO AJUSTA O
      * SALDO PELA DIFERENCA CONTADA - LIVRO E POSTA A QUEBRA/SOBRA NO
      * RAZAO.
      *   IC-SITUACAO 'C' = CONGELADO, CONTAGEM EM ANDAMENTO
      *               'A' = AJUSTADO (DIVERGENCIA APROVADA E POSTADA)
      *               'R' = AJUSTE RECUSADO PELO STOCKUTIL (SALDO NAO
      *                     COMPORTA A BAIXA)
      ******************************************************************
       01  IC-REGISTRO.
           02  IC-CHAVE.
               03  IC-FILIAL       PIC 9(02).
               03  IC-PRODUTO      PIC X(08).
           02  IC-DATA-CONGELA     PIC 9(08).
           02  IC-QTDE-LIVRO       PIC 9(07).
           02  IC-QTDE-CONTADA     PIC 9(07).
           02  IC-CONTADO          PIC X(01).
               88  ITEM-CONTADO                VALUE 'S'.
           02  IC-PRECO-AVAL       PIC 9(06)V99.
           02  IC-SITUACAO         PIC X(01).
               88  CONTAGEM-ABERTA             VALUE 'C'.
               88  CONTAGEM-AJUSTADA           VALUE 'A'.
               88  CONTAGEM-RECUSADA           VALUE 'R'.
           02  IC-DATA-AJUSTE      PIC 9(08).
           02  IC-OPERADOR         PIC X(10).
