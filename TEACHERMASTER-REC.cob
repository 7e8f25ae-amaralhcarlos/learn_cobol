      ******************************************************************
      * TEACHERMASTER-REC - LAYOUT DO CADASTRO DE PROFESSORES
      * (TEACHERMASTER), MANTIDO PELO PROGCOB183. PF-HORAS-MAX E A
      * CARGA SEMANAL MAXIMA EM HORAS DO PROFESSOR NUM PERIODO LETIVO
      * (SOMA DA DURACAO DAS SUAS AULAS NA GRADE); A GRADE HORARIA
      * (TIMETABLE) NAO ACEITA AULA QUE A ULTRAPASSE. PROFESSOR
      * INATIVO NAO RECEBE DISCIPLINA NOVA.
      ******************************************************************
       01  PF-REGISTRO.
           02  PF-ID               PIC X(10).
           02  PF-NOME             PIC X(40).
           02  PF-CPF              PIC 9(11).
           02  PF-HORAS-MAX        PIC 9(02).
           02  PF-SITUACAO         PIC X(01).
               88  PROFESSOR-ATIVO             VALUE 'A'.
               88  PROFESSOR-INATIVO           VALUE 'I'.
