      ******************************************************************
      * TIMETABLE-REC - LAYOUT DA GRADE HORARIA (TIMETABLE), MANTIDA
      * PELO PROGCOB183. CADA LINHA E UMA AULA SEMANAL DE UMA
      * DISCIPLINA DO SUBJMASTER NUM PERIODO: DIA DA SEMANA
      * (1=DOMINGO .. 7=SABADO, A MESMA NUMERACAO DO DU-WEEKDAY + 1),
      * HORA DE INICIO E DE FIM (HHMM) E SALA. O PROFESSOR DA AULA E
      * O DA DISCIPLINA (DI-PROF-ID). A MANUTENCAO RECUSA CHOQUE DE
      * PROFESSOR, DE SALA E DE HORARIO DA PROPRIA DISCIPLINA, E A
      * MATRICULA DO PROGCOB112 RECUSA ALUNO COM AULAS SOBREPOSTAS.
      ******************************************************************
       01  HG-REGISTRO.
           02  HG-DISCIPLINA       PIC X(10).
           02  HG-TERMO            PIC X(06).
           02  HG-DIA-SEMANA       PIC 9(01).
           02  HG-INICIO           PIC 9(04).
           02  HG-FIM              PIC 9(04).
           02  HG-SALA             PIC X(10).
