      ******************************************************************
      * INQLUTIL-PARM - AREA DE PARAMETROS DO SUBPROGRAMA DE LOG DE
      * CONSULTAS (INQLUTIL), NO MESMO DESENHO DO DATEUTIL. QUEM MOSTRA
      * SALARIO OU DADO PESSOAL DE UM CPF PREENCHE O OPERADOR, O
      * PROPRIO PROGRAMA, O CPF E SE O CPF FOI ACHADO, E CHAMA; O
      * SUBPROGRAMA ACRESCENTA UMA LINHA NO INQAUDIT COM DATA E HORA.
      ******************************************************************
       01  IL-PARM.
           02  IL-OPERADOR         PIC X(20).
           02  IL-PROGRAMA         PIC X(10).
           02  IL-CPF              PIC 9(11).
           02  IL-ACHOU            PIC X(01).
