      ******************************************************************
      * STUDRESP-REC - LAYOUT DO RESPONSAVEL FINANCEIRO DO ALUNO
      * (STUDRESP). UMA LINHA POR ALUNO DO STUDENTMASTER COM O NOME E
      * O CPF DE QUEM PAGA AS MENSALIDADES E O CODIGO DESSA PESSOA NO
      * CADASTRO DE CLIENTES (CUSTMASTER): E NESSE CLIENTE QUE O
      * PROGCOB181 GRAVA O TITULO DE MENSALIDADE NO ARITEMS, PARA A
      * COBRANCA, A REMESSA E A BAIXA DO CONTAS A RECEBER VALEREM
      * TAMBEM PARA A ESCOLA. IRMAOS COM O MESMO RESPONSAVEL SAEM
      * NUM TITULO SO.
      ******************************************************************
       01  SR-REGISTRO.
           02  SR-ID               PIC X(10).
           02  SR-NOME             PIC X(40).
           02  SR-CPF              PIC 9(11).
           02  SR-CLIENTE          PIC 9(06).
