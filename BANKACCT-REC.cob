      ******************************************************************
      * BANKACCT-REC - LAYOUT DO CADASTRO DE CONTAS BANCARIAS
      * (BANKACCOUNTS), MANTIDO PELO PROGCOB141. CADA CONTA TEM UM
      * CODIGO INTERNO (BK-CODIGO, USADO NO EXTRATO IMPORTADO, NA
      * CONCILIACAO DO PROGCOB009C E NA POSICAO DE CAIXA), OS DADOS DO
      * BANCO COMO VEM NO CNAB-240 (BANCO, AGENCIA E CONTA COM OS
      * DIGITOS) E A CONTA DO RAZAO QUE ELA ESPELHA.
      * BK-PRINCIPAL: 'S' = CONTA PRINCIPAL, A QUE RECEBE OS
      *   LANCAMENTOS E PENDENCIAS ANTIGOS SEM CODIGO DE CONTA.
      * BK-ATIVA: 'A' = EM USO, 'I' = ENCERRADA.
      ******************************************************************
       01  BK-REGISTRO.
           02  BK-CODIGO           PIC 9(02).
           02  BK-BANCO            PIC 9(03).
           02  BK-AGENCIA          PIC 9(05).
           02  BK-AGENCIA-DV       PIC X(01).
           02  BK-NUMERO           PIC 9(12).
           02  BK-NUMERO-DV        PIC X(01).
           02  BK-NOME             PIC X(20).
           02  BK-CONTA-GL         PIC 9(04).
           02  BK-PRINCIPAL        PIC X(01).
               88  CONTA-PRINCIPAL             VALUE 'S'.
           02  BK-ATIVA            PIC X(01).
               88  CONTA-BANCO-ATIVA           VALUE 'A'.
               88  CONTA-BANCO-ENCERRADA       VALUE 'I'.
