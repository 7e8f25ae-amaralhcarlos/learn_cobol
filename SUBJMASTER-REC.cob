           02  DI-TERMO        PIC X(06).
           02  DI-CAPACIDADE   PIC 9(03).
           02  DI-PROFESSOR    PIC X(40).
      ******************************************************************
      * DI-PROF-ID LIGA A DISCIPLINA AO PROFESSOR DO TEACHERMASTER
      * (TROCADO PELO PROGCOB183, QUE CONFERE A GRADE DO NOVO
      * PROFESSOR); DI-PROFESSOR GUARDA O NOME DELE, PARA A LISTA DE
      * TURMA E AS LINHAS ANTIGAS SEM ID (EM BRANCO) CONTINUAREM
      * MOSTRANDO O PROFESSOR.
      ******************************************************************
           02  DI-PROF-ID      PIC X(10).
