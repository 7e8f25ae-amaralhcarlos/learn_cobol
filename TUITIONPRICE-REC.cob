      ******************************************************************
      * TUITIONPRICE-REC - LAYOUT DA TABELA DE MENSALIDADES
      * (TUITIONPRICE). UMA LINHA POR DISCIPLINA E PERIODO DO
      * SUBJMASTER COM O VALOR MENSAL COBRADO DE CADA ALUNO
      * MATRICULADO NELA EM CADA MES DO PERIODO. MANTIDA PELO
      * PROGCOB180 E USADA NO FATURAMENTO DO PROGCOB181.
      ******************************************************************
       01  TP-REGISTRO.
           02  TP-DISCIPLINA       PIC X(10).
           02  TP-TERMO            PIC X(06).
           02  TP-MENSALIDADE      PIC 9(06)V99.
