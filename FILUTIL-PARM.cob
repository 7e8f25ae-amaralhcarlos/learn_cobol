      *         'S' COM O NOME PADRAO (VALIDACAO DESLIGADA).
      *   'N' = NOME: DEVOLVE EM FU-NOME O NOME DA FILIAL FU-FILIAL,
      *         OU 'FILIAL NN' QUANDO NAO CADASTRADA.
      * 'V' E 'N' DEVOLVEM TAMBEM A UF DA FILIAL EM FU-UF (BRANCO
      * QUANDO NAO CADASTRADA), PARA O EMITENTE DA NOTA FISCAL.
      * O CADASTRO E LIDO NA PRIMEIRA CHAMADA E FICA EM MEMORIA.
      ******************************************************************
       01  FU-PARM.
           02  FU-FILIAL       PIC 9(02).
           02  FU-QTDE         PIC 9(02).
           02  FU-NOME         PIC X(20).
           02  FU-UF           PIC X(02).
