      ******************************************************************
      * GLBUDGET-REC - LAYOUT DO ORCAMENTO DO RAZAO (ARQUIVO GLBUDGET),
      * MANTIDO PELO PROGCOB148: UMA LINHA POR ANO, MES, CONTA DE
      * RESULTADO E CENTRO DE CUSTO (O MESMO CODIGO QUE VAI EM
      * GL-CCUSTO NOS LANCAMENTOS - COSTCENTERS OU FILIAL 'F01'...).
      * O VALOR E SEMPRE POSITIVO, NA NATUREZA DA LINHA DO DRELAYOUT
      * ONDE A CONTA CAI (RECEITA A CREDITO, DESPESA A DEBITO). MES
      * SEM ORCAMENTO NAO TEM LINHA. O ORCADO X REALIZADO E DO
      * PROGCOB149.
      ******************************************************************
       01  GO-REGISTRO.
           02  GO-ANO              PIC 9(04).
           02  GO-MES              PIC 9(02).
           02  GO-CONTA            PIC 9(04).
           02  GO-CCUSTO           PIC X(04).
           02  GO-VALOR            PIC 9(09)V99.
