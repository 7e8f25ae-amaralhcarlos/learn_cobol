      * CUBAGEM ALIMENTAM A CRITICA DO PROGCOB053, QUE DERIVA O PESO
      * DO PEDIDO DO CADASTRO EM VEZ DE CONFIAR NO PESO DIGITADO, E O
      * PRECO UNITARIO E A REFERENCIA DE TABELA DO PRODUTO.
      *
      * PRD-CUSTO-MEDIO E O CUSTO MEDIO PONDERADO DA UNIDADE (TODAS AS
      * FILIAIS), RECALCULADO PELO PROGCOB123 A CADA RECEBIMENTO DE
      * MERCADORIA E USADO PELA POSTAGEM DO PROGCOB025 PARA O CUSTO DAS
      * MERCADORIAS VENDIDAS. REGISTRO ANTERIOR AO CAMPO VOLTA COM ELE
      * NAO NUMERICO E OS LEITORES O TRATAM COMO ZERO (SEM CUSTO).
      *
      * PRD-FORNECEDOR E O FORNECEDOR HABITUAL DO PRODUTO (SUPPMASTER,
      * DE ONDE VEM O PRAZO DE ENTREGA) E PRD-PONTO-PEDIDO O PONTO DE
      * REPOSICAO EM UNIDADES POR FILIAL, USADOS PELA SUGESTAO DE
      * COMPRA DO PROGCOB128. MESMA REGRA DO CUSTO PARA REGISTRO
      * ANTIGO: NAO NUMERICO VALE ZERO.
      *
      * PRD-CLASSE-ABC E A CURVA ABC DO PRODUTO PELA RECEITA DO ULTIMO
      * MES APURADO (A = PRODUTOS QUE FAZEM OS PRIMEIROS 80% DA
      * RECEITA, B = ATE 95%, C = O RESTO E OS SEM VENDA), GRAVADA
      * PELO RELATORIO DE MIX DO PROGCOB129 E USADA PELA CONTAGEM
      * CICLICA E PELA REPOSICAO. FORA DE A/B/C (BRANCO OU REGISTRO
      * ANTIGO) O PRODUTO AINDA NAO FOI CLASSIFICADO.
      *
      * PRD-GRUPO E O GRUPO DE PRODUTOS USADO PELO REAJUSTE DE PRECO EM
      * MASSA DO PROGCOB130. O PRECO COM VIGENCIA FICA NO PRICELIST
      * (VER PRICEUTIL); PRD-PRECO-UNIT CONTINUA SENDO O PRECO CORRENTE
      * E A REFERENCIA QUANDO O PRODUTO NAO TEM ENTRADA NA LISTA.
      * REGISTRO ANTIGO VOLTA COM O GRUPO EM BRANCO (SEM GRUPO).
      ******************************************************************
       01  PRD-REGISTRO.
           02  PRD-CODIGO          PIC X(08).
           02  PRD-PESO-UNIT       PIC 9(03)V99.
           02  PRD-CUBAGEM         PIC 9(04).
           02  PRD-PRECO-UNIT      PIC 9(06)V99.
           02  PRD-CUSTO-MEDIO     PIC 9(06)V99.
           02  PRD-FORNECEDOR      PIC 9(06).
           02  PRD-PONTO-PEDIDO    PIC 9(07).
           02  PRD-CLASSE-ABC      PIC X(01).
               88  PRD-CLASSE-VALIDA           VALUES 'A' 'B' 'C'.
           02  PRD-GRUPO           PIC X(04).
