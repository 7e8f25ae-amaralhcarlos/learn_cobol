      ******************************************************************
      * SUPPMASTER-REC - LAYOUT DO CADASTRO DE FORNECEDORES DE
      * MERCADORIA (SUPPMASTER), CHAVEADO PELO CODIGO DO FORNECEDOR.
      * SU-PRAZO-PAGTO E O PRAZO DE PAGAMENTO COMBINADO, EM DIAS
      * CORRIDOS A PARTIR DA EMISSAO DA NOTA DO FORNECEDOR. SO
      * FORNECEDOR ATIVO RECEBE PEDIDO DE COMPRA NOVO.
      * SU-PRAZO-ENTREGA E O PRAZO DE ENTREGA (LEAD TIME) EM DIAS
      * CORRIDOS ENTRE O PEDIDO E A CHEGADA NA FILIAL, USADO PELA
      * SUGESTAO DE REPOSICAO DO PROGCOB128. REGISTRO ANTERIOR AO CAMPO
      * VOLTA COM ELE NAO NUMERICO E OS LEITORES O TRATAM COMO ZERO.
      ******************************************************************
       01  SU-REGISTRO.
           02  SU-CODIGO           PIC 9(06).
           02  SU-NOME             PIC X(40).
           02  SU-CNPJ             PIC 9(14).
           02  SU-ESTADO           PIC X(02).
           02  SU-PRAZO-PAGTO      PIC 9(03).
           02  SU-SITUACAO         PIC X(01).
               88  FORNECEDOR-ATIVO            VALUE 'A'.
               88  FORNECEDOR-INATIVO          VALUE 'I'.
           02  SU-PRAZO-ENTREGA    PIC 9(03).
