      ******************************************************************
      * TRAINCAT-REC - LAYOUT DO CATALOGO DE TREINAMENTOS OBRIGATORIOS
      * (TRAINCAT): CODIGO DO CURSO OU CERTIFICADO (NR-11, NR-35,
      * CNH...), DESCRICAO, VALIDADE EM MESES (ZERO = NAO VENCE) E A
      * QUEM SE APLICA - O CARGO DO EMPLOYEEMASTER (EM-CARGO) E/OU O
      * CODIGO DO DEPTMASTER. CARGO OU DEPARTAMENTO EM BRANCO VALE
      * PARA QUALQUER UM; O MESMO CURSO PODE TER VARIAS LINHAS (UM
      * CARGO EM CADA) E BASTA UMA LINHA CASAR PARA O CURSO SER
      * EXIGIDO DO FUNCIONARIO. A VALIDADE DA PRIMEIRA LINHA DO CURSO
      * E A QUE VALE NO REGISTRO DA CONCLUSAO (PROGCOB166).
      ******************************************************************
       01  TK-REGISTRO.
           02  TK-CODIGO           PIC X(06).
           02  TK-DESCRICAO        PIC X(30).
           02  TK-VALIDADE-MESES   PIC 9(03).
           02  TK-CARGO            PIC X(20).
           02  TK-DEPTO            PIC X(04).
