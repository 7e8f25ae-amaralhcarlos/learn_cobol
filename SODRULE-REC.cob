      ******************************************************************
      * SODRULE-REC - LAYOUT DAS REGRAS DE SEGREGACAO DE FUNCOES
      * (SODRULES). CADA LINHA E UM PAR DE FUNCOES DO CATALOGO DA
      * AUTHMATRIX (COPY AUTHFUNC-BOOK) QUE O MESMO USUARIO NAO PODE
      * TER AO MESMO TEMPO. NA CONCESSAO PELO PROGCOB050 A REGRA 'B'
      * BLOQUEIA E A 'A' SO AVISA (O ADMIN CONFIRMA E A CONCESSAO VAI
      * PARA O USERADMAUDIT COMO EXCECAO); O PROGCOB171 LISTA TODO
      * USUARIO QUE JA TEM UM PAR EM CONFLITO.
      ******************************************************************
       01  SD-REGISTRO.
           02  SD-FUNCAO-A         PIC X(02).
           02  SD-FUNCAO-B         PIC X(02).
           02  SD-ACAO             PIC X(01).
               88  SD-BLOQUEIA                 VALUE 'B'.
               88  SD-AVISA                    VALUE 'A'.
           02  SD-DESCRICAO        PIC X(40).
