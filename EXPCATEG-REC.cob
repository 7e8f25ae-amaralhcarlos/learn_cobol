      ******************************************************************
      * EXPCATEG-REC - LAYOUT DAS CATEGORIAS DE DESPESA REEMBOLSAVEL
      * (EXPCATEG): CODIGO, DESCRICAO E A CONTA DE DESPESA DO PLANO
      * GLACCOUNTS ONDE O REEMBOLSO E LANCADO QUANDO A FOLHA O PAGA
      * (PROGCOB004B). CATEGORIA FORA DO ARQUIVO NAO E ACEITA NO
      * LANCAMENTO DO PROGCOB158.
      ******************************************************************
       01  EC-REGISTRO.
           02  EC-CODIGO           PIC X(04).
           02  EC-DESCRICAO        PIC X(20).
           02  EC-CONTA            PIC 9(04).
