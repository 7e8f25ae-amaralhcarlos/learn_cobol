      ******************************************************************
      * GRADEHIST-REC - LAYOUT DO HISTORICO DE NOTAS (GRADEHIST),
      * ACUMULADO PELO PROGCOB013B (ALUNO + TERMO + DISCIPLINA + NOTA
      * DO PERIODO) E LIDO PELO PROGCOB062 PARA O HISTORICO ESCOLAR.
      ******************************************************************
       01  GH-REGISTRO.
           02  GH-ID           PIC X(10).
           02  GH-TERMO        PIC X(06).
           02  GH-DISCIPLINA   PIC X(10).
           02  GH-GRADE        PIC 9(02)V9.
      ******************************************************************
      * GH-RECUPERACAO E PREENCHIDO PELO PROGCOB185 QUANDO O ALUNO DE
      * RECUPERACAO FAZ A PROVA: NOTA DA RECUPERACAO, NOTA FINAL PELA
      * REGRA DA SESSAO (SUBSTITUI OU MEDIA, COM TETO) E RESULTADO.
      * GH-GRADE CONTINUA SENDO A NOTA ORIGINAL DO PERIODO. LINHAS
      * GRAVADAS ANTES DESTE GRUPO VEM COM ELE EM BRANCO, O QUE VALE
      * COMO SEM RECUPERACAO.
      ******************************************************************
           02  GH-RECUPERACAO.
               03  GH-REC-FEITA        PIC X(01).
                   88  COM-RECUPERACAO             VALUE 'S'.
               03  GH-REC-NOTA         PIC 9(02)V9.
               03  GH-REC-FINAL        PIC 9(02)V9.
               03  GH-REC-RESULTADO    PIC X(01).
                   88  APROVADO-RECUP              VALUE 'A'.
                   88  REPROVADO-RECUP             VALUE 'R'.
