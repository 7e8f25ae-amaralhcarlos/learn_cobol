      *         NO CLASSLISTRPT COM VAGAS OCUPADAS CONTRA A
      *         CAPACIDADE. O LANCAMENTO DE NOTA VALIDADO CONTRA ESTES
      *         DOIS ARQUIVOS E O PROGCOB113.
      *MODIFICATION HISTORY:
      * 15/10/2026 - A DISCIPLINA NOVA PASSOU A PEDIR O ID DO
      *              PROFESSOR, QUE PRECISA ESTAR ATIVO NO CADASTRO
      *              TEACHERMASTER (PROGCOB183), E A MATRICULA PASSOU A
      *              SER RECUSADA QUANDO ALGUMA AULA DA DISCIPLINA NA
      *              GRADE TIMETABLE BATE COM AULA DE OUTRA DISCIPLINA
      *              DO ALUNO NO MESMO PERIODO.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-REPORT-STATUS.

           SELECT TEACHER-MASTER-FILE ASSIGN TO 'TEACHERMASTER'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-PROF-STATUS.

           SELECT TIMETABLE-FILE ASSIGN TO 'TIMETABLE'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-GRADE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUBJECT-MASTER-FILE.
       FD  CLASS-LIST-FILE.
       01  CL-LINHA            PIC X(80).

       FD  TEACHER-MASTER-FILE.
           COPY 'TEACHERMASTER-REC.cob'.

       FD  TIMETABLE-FILE.
           COPY 'TIMETABLE-REC.cob'.

       WORKING-STORAGE SECTION.
       77  WRK-DISC-STATUS     PIC X(02)       VALUE SPACES.
       77  WRK-DISC-EOF        PIC X(01)       VALUE 'N'.
       77  WRK-ALUNO-EOF       PIC X(01)       VALUE 'N'.
           88  ALUNO-ACABOU                    VALUE 'S'.
       77  WRK-REPORT-STATUS   PIC X(02)       VALUE SPACES.
       77  WRK-PROF-STATUS     PIC X(02)       VALUE SPACES.
       77  WRK-GRADE-STATUS    PIC X(02)       VALUE SPACES.
       77  WRK-EOF             PIC X(01)       VALUE 'N'.
           88  LEITURA-ACABOU                  VALUE 'S'.

       77  WRK-OPCAO           PIC 9(01)       VALUE ZEROES.
       77  WRK-MEXEU-DISC      PIC X(01)       VALUE 'N'.
               03  WRK-DIS-TERMO       PIC X(06).
               03  WRK-DIS-CAPACIDADE  PIC 9(03).
               03  WRK-DIS-PROFESSOR   PIC X(40).
               03  WRK-DIS-PROF-ID     PIC X(10).

      ******************************************************************
      * MATRICULAS EM MEMORIA (ALUNO + DISCIPLINA + PERIODO).
               03  WRK-ALU-NOME        PIC X(40).
               03  WRK-ALU-SITUACAO    PIC X(01).

      ******************************************************************
      * PROFESSORES DO TEACHERMASTER (ID, NOME E SITUACAO) E AULAS DA
      * GRADE TIMETABLE, AMBOS MANTIDOS PELO PROGCOB183.
      ******************************************************************
       77  WRK-PRF-QTD         PIC 9(03)       VALUE ZEROES.
       77  WRK-PRF-IDX         PIC 9(03)       VALUE ZEROES.
       77  WRK-PRF-ACHOU       PIC X(01)       VALUE 'N'.
           88  PROFESSOR-EXISTE                VALUE 'S'.
       01  WRK-TAB-PROFESSORES.
           02  WRK-PRF-LINHA   OCCURS 500 TIMES.
               03  WRK-PRF-ID          PIC X(10).
               03  WRK-PRF-NOME        PIC X(40).
               03  WRK-PRF-SITUACAO    PIC X(01).

       77  WRK-AUL-QTD         PIC 9(04)       VALUE ZEROES.
       77  WRK-AUL-IDX         PIC 9(04)       VALUE ZEROES.
       77  WRK-AUL-JDX         PIC 9(04)       VALUE ZEROES.
       01  WRK-TAB-AULAS.
           02  WRK-AUL-LINHA   OCCURS 1000 TIMES.
               03  WRK-AUL-DISCIPLINA  PIC X(10).
               03  WRK-AUL-TERMO       PIC X(06).
               03  WRK-AUL-DIA         PIC 9(01).
               03  WRK-AUL-INICIO      PIC 9(04).
               03  WRK-AUL-FIM         PIC 9(04).

       77  WRK-CHOQUE          PIC X(01)       VALUE 'N'.
           88  HOUVE-CHOQUE                    VALUE 'S'.
       77  WRK-PROF-ID         PIC X(10)       VALUE SPACES.

       77  WRK-ID              PIC X(10)       VALUE SPACES.
       77  WRK-DISCIPLINA      PIC X(10)       VALUE SPACES.
       77  WRK-TERMO           PIC X(06)       VALUE SPACES.
           PERFORM 0100-CARREGA-DISCIPLINAS.
           PERFORM 0150-CARREGA-MATRICULAS.
           PERFORM 0180-CARREGA-ALUNOS.
           PERFORM 0190-CARREGA-PROFESSORES.
           PERFORM 0195-CARREGA-GRADE.

           PERFORM 0200-EXECUTA-MENU UNTIL WRK-OPCAO = 9.

                           TO WRK-DIS-CAPACIDADE(WRK-DIS-QTD)
                       MOVE DI-PROFESSOR
                           TO WRK-DIS-PROFESSOR(WRK-DIS-QTD)
                       MOVE DI-PROF-ID
                           TO WRK-DIS-PROF-ID(WRK-DIS-QTD)
               END-READ
           END-PERFORM.

       0180-EXIT.
           EXIT.

      ******************************************************************
      * 0190-CARREGA-PROFESSORES - LE O TEACHERMASTER PARA A TABELA.
      ******************************************************************
       0190-CARREGA-PROFESSORES SECTION.
           MOVE 'N' TO WRK-EOF.
           OPEN INPUT TEACHER-MASTER-FILE.
           IF WRK-PROF-STATUS NOT = '00'
               GO TO 0190-EXIT
           END-IF.

           PERFORM UNTIL LEITURA-ACABOU
               READ TEACHER-MASTER-FILE
                   AT END
                       MOVE 'S' TO WRK-EOF
                   NOT AT END
                       IF WRK-PRF-QTD < 500
                           ADD 1 TO WRK-PRF-QTD
                           MOVE PF-ID   TO WRK-PRF-ID(WRK-PRF-QTD)
                           MOVE PF-NOME TO WRK-PRF-NOME(WRK-PRF-QTD)
                           MOVE PF-SITUACAO
                               TO WRK-PRF-SITUACAO(WRK-PRF-QTD)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE TEACHER-MASTER-FILE.
       0190-EXIT.
           EXIT.

      ******************************************************************
      * 0195-CARREGA-GRADE - LE O TIMETABLE PARA A TABELA.
      ******************************************************************
       0195-CARREGA-GRADE SECTION.
           MOVE 'N' TO WRK-EOF.
           OPEN INPUT TIMETABLE-FILE.
           IF WRK-GRADE-STATUS NOT = '00'
               GO TO 0195-EXIT
           END-IF.

           PERFORM UNTIL LEITURA-ACABOU
               READ TIMETABLE-FILE
                   AT END
                       MOVE 'S' TO WRK-EOF
                   NOT AT END
                       IF WRK-AUL-QTD < 1000
                           ADD 1 TO WRK-AUL-QTD
                           MOVE HG-DISCIPLINA
                               TO WRK-AUL-DISCIPLINA(WRK-AUL-QTD)
                           MOVE HG-TERMO
                               TO WRK-AUL-TERMO(WRK-AUL-QTD)
                           MOVE HG-DIA-SEMANA
                               TO WRK-AUL-DIA(WRK-AUL-QTD)
                           MOVE HG-INICIO
                               TO WRK-AUL-INICIO(WRK-AUL-QTD)
                           MOVE HG-FIM
                               TO WRK-AUL-FIM(WRK-AUL-QTD)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE TIMETABLE-FILE.
       0195-EXIT.
           EXIT.

      ******************************************************************
      * 0200-EXECUTA-MENU - CADASTRO, MATRICULA E LISTA DE TURMA.
      ******************************************************************
               GO TO 0300-EXIT
           END-IF.

           DISPLAY 'ID DO PROFESSOR (TEACHERMASTER): '.
           ACCEPT WRK-PROF-ID.
           MOVE 'N' TO WRK-PRF-ACHOU.
           PERFORM VARYING WRK-PRF-IDX FROM 1 BY 1
                   UNTIL WRK-PRF-IDX > WRK-PRF-QTD
                       OR PROFESSOR-EXISTE
               IF WRK-PRF-ID(WRK-PRF-IDX) = WRK-PROF-ID
                   MOVE 'S' TO WRK-PRF-ACHOU
                   SUBTRACT 1 FROM WRK-PRF-IDX
               END-IF
           END-PERFORM.
           IF NOT PROFESSOR-EXISTE
               DISPLAY 'PROFESSOR NAO CADASTRADO (INCLUIR NO '
                       'PROGCOB183)'
               GO TO 0300-EXIT
           END-IF.
           IF WRK-PRF-SITUACAO(WRK-PRF-IDX) NOT = 'A'
               DISPLAY 'PROFESSOR NAO ESTA ATIVO'
               GO TO 0300-EXIT
           END-IF.

           ADD 1 TO WRK-DIS-QTD.
           MOVE WRK-DISCIPLINA TO WRK-DIS-CODIGO(WRK-DIS-QTD).
           MOVE WRK-TERMO      TO WRK-DIS-TERMO(WRK-DIS-QTD).
           ACCEPT WRK-DIS-NOME(WRK-DIS-QTD).
           DISPLAY 'CAPACIDADE (VAGAS): '.
           ACCEPT WRK-DIS-CAPACIDADE(WRK-DIS-QTD).
           MOVE WRK-PRF-NOME(WRK-PRF-IDX)
               TO WRK-DIS-PROFESSOR(WRK-DIS-QTD).
           MOVE WRK-PROF-ID    TO WRK-DIS-PROF-ID(WRK-DIS-QTD).
           MOVE 'S' TO WRK-MEXEU-DISC.
           DISPLAY 'DISCIPLINA INCLUIDA'.
       0300-EXIT.

      ******************************************************************
      * 0500-MATRICULA-ALUNO - MATRICULA VALIDADA: ALUNO CADASTRADO E
      * ATIVO, DISCIPLINA OFERTADA NO PERIODO, SEM MATRICULA DOBRADA,
      * COM VAGA NA CAPACIDADE E SEM CHOQUE DE HORARIO COM AS OUTRAS
      * DISCIPLINAS DO ALUNO NO PERIODO.
      ******************************************************************
       0500-MATRICULA-ALUNO SECTION.
           DISPLAY 'ID DO ALUNO: '.
               GO TO 0500-EXIT
           END-IF.

           PERFORM 0550-CHOQUE-HORARIO.
           IF HOUVE-CHOQUE
               GO TO 0500-EXIT
           END-IF.

           ADD 1 TO WRK-MAT-QTD.
           MOVE WRK-ID         TO WRK-MAT-ID(WRK-MAT-QTD).
           MOVE WRK-DISCIPLINA TO WRK-MAT-DISCIPLINA(WRK-MAT-QTD).
       0500-EXIT.
           EXIT.

      ******************************************************************
      * 0550-CHOQUE-HORARIO - ALGUMA AULA DA DISCIPLINA PEDIDA BATE
      * (MESMO DIA, HORARIOS SOBREPOSTOS) COM AULA DE OUTRA DISCIPLINA
      * EM QUE WRK-ID JA ESTA MATRICULADO NO PERIODO?
      ******************************************************************
       0550-CHOQUE-HORARIO SECTION.
           MOVE 'N' TO WRK-CHOQUE.
           PERFORM VARYING WRK-MAT-IDX FROM 1 BY 1
                   UNTIL WRK-MAT-IDX > WRK-MAT-QTD OR HOUVE-CHOQUE
               IF WRK-MAT-ID(WRK-MAT-IDX) = WRK-ID
                   AND WRK-MAT-TERMO(WRK-MAT-IDX) = WRK-TERMO
                   AND WRK-MAT-DISCIPLINA(WRK-MAT-IDX)
                       NOT = WRK-DISCIPLINA
                   PERFORM 0560-CONFERE-AULAS
               END-IF
           END-PERFORM.

      ******************************************************************
      * 0560-CONFERE-AULAS - CRUZA AS AULAS DA DISCIPLINA PEDIDA COM
      * AS DA DISCIPLINA DA MATRICULA WRK-MAT-IDX.
      ******************************************************************
       0560-CONFERE-AULAS SECTION.
           PERFORM VARYING WRK-AUL-IDX FROM 1 BY 1
                   UNTIL WRK-AUL-IDX > WRK-AUL-QTD OR HOUVE-CHOQUE
               IF WRK-AUL-DISCIPLINA(WRK-AUL-IDX) = WRK-DISCIPLINA
                   AND WRK-AUL-TERMO(WRK-AUL-IDX) = WRK-TERMO
                   PERFORM VARYING WRK-AUL-JDX FROM 1 BY 1
                           UNTIL WRK-AUL-JDX > WRK-AUL-QTD
                               OR HOUVE-CHOQUE
                       IF WRK-AUL-DISCIPLINA(WRK-AUL-JDX)
                           = WRK-MAT-DISCIPLINA(WRK-MAT-IDX)
                           AND WRK-AUL-TERMO(WRK-AUL-JDX) = WRK-TERMO
                           AND WRK-AUL-DIA(WRK-AUL-JDX)
                               = WRK-AUL-DIA(WRK-AUL-IDX)
                           AND WRK-AUL-INICIO(WRK-AUL-JDX)
                               < WRK-AUL-FIM(WRK-AUL-IDX)
                           AND WRK-AUL-INICIO(WRK-AUL-IDX)
                               < WRK-AUL-FIM(WRK-AUL-JDX)
                           MOVE 'S' TO WRK-CHOQUE
                           DISPLAY 'CHOQUE DE HORARIO COM '
                                   WRK-AUL-DISCIPLINA(WRK-AUL-JDX)
                                   ' (DIA ' WRK-AUL-DIA(WRK-AUL-JDX)
                                   ' ' WRK-AUL-INICIO(WRK-AUL-JDX)
                                   '-' WRK-AUL-FIM(WRK-AUL-JDX) ')'
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

      ******************************************************************
      * 0600-LISTA-TURMA - LISTA DE TURMA DA DISCIPLINA NO PERIODO,
      * COM NOME DO ALUNO E VAGAS OCUPADAS CONTRA A CAPACIDADE.
               MOVE WRK-DIS-TERMO(WRK-DIS-IDX)      TO DI-TERMO
               MOVE WRK-DIS-CAPACIDADE(WRK-DIS-IDX) TO DI-CAPACIDADE
               MOVE WRK-DIS-PROFESSOR(WRK-DIS-IDX)  TO DI-PROFESSOR
               MOVE WRK-DIS-PROF-ID(WRK-DIS-IDX)    TO DI-PROF-ID
               WRITE DI-REGISTRO
           END-PERFORM.
           CLOSE SUBJECT-MASTER-FILE.
