      ******************************************************************
      * ORDLUTIL-PARM - AREA DE PARAMETROS DO SUBPROGRAMA DE LINHAS DE
      * PEDIDO (ORDLUTIL), COMPARTILHADA PELA ENTRADA DE PEDIDOS, PELA
      * CRITICA, PELA POSTAGEM E PELA BANCADA DE REENVIO. AS LINHAS DO
      * PEDIDO LN-PEDIDO VIAJAM NA TABELA LN-LINHA (ATE 20).
      *
      * LN-FUNCAO:
      *   'L' = LE: CARREGA AS LINHAS DO PEDIDO NA TABELA, COM A
      *         QUANTIDADE DE LINHAS E A SOMA DOS VALORES EM LN-TOTAL.
      *         LN-RETORNO 'S' QUANDO O PEDIDO TEM LINHAS, 'N' QUANDO
      *         NAO TEM (PEDIDO ANTIGO, SO COM TXN-PRODUTOS).
      *   'P' = PROVA: LE AS LINHAS E CONFERE CADA UMA (QUANTIDADE
      *         MAIOR QUE ZERO, VALOR = QUANTIDADE X PRECO UNITARIO) E
      *         A SOMA CONTRA LN-VALOR-PEDIDO (VALOR DO CABECALHO).
      *         LN-RETORNO 'S' = CONFERE, 'D' = DIVERGE, 'N' = PEDIDO
      *         SEM LINHAS.
      *   'C' = CONFERE: MESMA PROVA DO 'P' SOBRE AS LINHAS JA
      *         MONTADAS NA TABELA, SEM LER O ORDERLINES (USADA ANTES
      *         DO 'G'), COM A SOMA EM LN-TOTAL. MESMOS RETORNOS.
      *   'G' = GRAVA: SUBSTITUI AS LINHAS DO PEDIDO PELAS DA TABELA
      *         (NUMERADAS DE 1 EM DIANTE). LN-RETORNO 'S' QUANDO
      *         GRAVOU.
      ******************************************************************
       01  LN-PARM.
           02  LN-FUNCAO           PIC X(01).
           02  LN-RETORNO          PIC X(01).
           02  LN-PEDIDO           PIC 9(10).
           02  LN-VALOR-PEDIDO     PIC 9(08)V99.
           02  LN-TOTAL            PIC 9(08)V99.
           02  LN-QTDE-LINHAS      PIC 9(02).
           02  LN-LINHA            OCCURS 20 TIMES.
               03  LN-PRODUTO      PIC X(08).
               03  LN-QTDE         PIC 9(05).
               03  LN-PRECO-UNIT   PIC 9(06)V99.
               03  LN-VALOR        PIC 9(08)V99.
