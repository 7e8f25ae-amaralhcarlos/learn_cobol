       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB184.
      ******************************************************************
      *AUTHOR: CARLOS AMARAL
      *DATE: 15/10/2026
      *PURPOSE: GRADES SEMANAIS IMPRESSAS E CARGA DOS PROFESSORES NUM
      *         PERIODO LETIVO. COM AS AULAS DO TIMETABLE ORDENADAS POR
      *         DIA DA SEMANA E HORA DE INICIO, IMPRIME NO TIMETABLERPT
      *         A GRADE DE CADA TURMA DO STUDENTMASTER (AS DISCIPLINAS
      *         EM QUE ALGUM ALUNO DA TURMA ESTA MATRICULADO NO
      *         ENROLLMENT) E A DE CADA PROFESSOR DO TEACHERMASTER (AS
      *         DISCIPLINAS DO SUBJMASTER COM O SEU DI-PROF-ID). O
      *         TEACHERLOADRPT TRAZ POR PROFESSOR AS DISCIPLINAS, AS
      *         AULAS E AS HORAS SEMANAIS NA GRADE CONTRA A CARGA
      *         MAXIMA; PROFESSOR ACIMA DO MAXIMO OU AULA DE DISCIPLINA
      *         SEM PROFESSOR DEVOLVEM RETURN-CODE 4.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TIMETABLE-FILE ASSIGN TO 'TIMETABLE'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-GRADE-STATUS.

           SELECT SUBJECT-MASTER-FILE ASSIGN TO 'SUBJMASTER'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-DISC-STATUS.

           SELECT TEACHER-MASTER-FILE ASSIGN TO 'TEACHERMASTER'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-PROF-STATUS.

           SELECT STUDENT-MASTER-FILE ASSIGN TO 'STUDENTMASTER'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-ALUNO-STATUS.

           SELECT ENROLLMENT-FILE ASSIGN TO 'ENROLLMENT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-MATR-STATUS.

           SELECT TIMETABLE-REPORT-FILE ASSIGN TO 'TIMETABLERPT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-REPORT-STATUS.

           SELECT LOAD-REPORT-FILE ASSIGN TO 'TEACHERLOADRPT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-CARGA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TIMETABLE-FILE.
           COPY 'TIMETABLE-REC.cob'.

       FD  SUBJECT-MASTER-FILE.
           COPY 'SUBJMASTER-REC.cob'.

       FD  TEACHER-MASTER-FILE.
           COPY 'TEACHERMASTER-REC.cob'.

       FD  STUDENT-MASTER-FILE.
           COPY 'STUDENTMASTER-REC.cob'.

       FD  ENROLLMENT-FILE.
           COPY 'ENROLLMENT-REC.cob'.

       FD  TIMETABLE-REPORT-FILE.
       01  TR-LINHA                PIC X(132).

       FD  LOAD-REPORT-FILE.
       01  LR-LINHA                PIC X(132).

       WORKING-STORAGE SECTION.
       77  WRK-GRADE-STATUS    PIC X(02)       VALUE SPACES.
       77  WRK-DISC-STATUS     PIC X(02)       VALUE SPACES.
       77  WRK-PROF-STATUS     PIC X(02)       VALUE SPACES.
       77  WRK-ALUNO-STATUS    PIC X(02)       VALUE SPACES.
       77  WRK-MATR-STATUS     PIC X(02)       VALUE SPACES.
       77  WRK-REPORT-STATUS   PIC X(02)       VALUE SPACES.
       77  WRK-CARGA-STATUS    PIC X(02)       VALUE SPACES.
       77  WRK-EOF             PIC X(01)       VALUE 'N'.
           88  LEITURA-ACABOU                  VALUE 'S'.

       77  WRK-TERMO           PIC X(06)       VALUE SPACES.
       77  WRK-HOJE            PIC 9(08)       VALUE ZEROES.

      ******************************************************************
      * AULAS DO PERIODO, ORDENADAS PELA CHAVE DIA + INICIO (TROCA
      * DIRETA, MESMA MECANICA DO PROGCOB124). WRK-AUL-DIS-POS APONTA
      * A DISCIPLINA NA TABELA DE DISCIPLINAS (ZERO SE NAO CADASTRADA).
      ******************************************************************
       77  WRK-AUL-QTD         PIC 9(04)       VALUE ZEROES.
       77  WRK-AUL-IDX         PIC 9(04)       VALUE ZEROES.
       77  WRK-AUL-JDX         PIC 9(04)       VALUE ZEROES.
       01  WRK-TAB-AULAS.
           02  WRK-AUL-LINHA   OCCURS 1000 TIMES.
               03  WRK-AUL-ORDEM.
                   04  WRK-AUL-DIA         PIC 9(01).
                   04  WRK-AUL-INICIO      PIC 9(04).
               03  WRK-AUL-FIM             PIC 9(04).
               03  WRK-AUL-DISCIPLINA      PIC X(10).
               03  WRK-AUL-SALA            PIC X(10).
               03  WRK-AUL-DIS-POS         PIC 9(03).
       01  WRK-TROCA-LINHA         PIC X(32).

      ******************************************************************
      * DISCIPLINAS DO PERIODO (CODIGO, NOME E PROFESSOR).
      ******************************************************************
       77  WRK-DIS-QTD         PIC 9(03)       VALUE ZEROES.
       77  WRK-DIS-IDX         PIC 9(03)       VALUE ZEROES.
       01  WRK-TAB-DISCIPLINAS.
           02  WRK-DIS-LINHA   OCCURS 200 TIMES.
               03  WRK-DIS-CODIGO      PIC X(10).
               03  WRK-DIS-NOME        PIC X(30).
               03  WRK-DIS-PROF-ID     PIC X(10).
               03  WRK-DIS-PROFESSOR   PIC X(40).

      ******************************************************************
      * PROFESSORES COM OS TOTAIS DA GRADE DO PERIODO.
      ******************************************************************
       77  WRK-PRF-QTD         PIC 9(03)       VALUE ZEROES.
       77  WRK-PRF-IDX         PIC 9(03)       VALUE ZEROES.
       01  WRK-TAB-PROFESSORES.
           02  WRK-PRF-LINHA   OCCURS 500 TIMES.
               03  WRK-PRF-ID          PIC X(10).
               03  WRK-PRF-NOME        PIC X(40).
               03  WRK-PRF-HORAS-MAX   PIC 9(02).
               03  WRK-PRF-SITUACAO    PIC X(01).
               03  WRK-PRF-DISCIPLINAS PIC 9(03).
               03  WRK-PRF-AULAS       PIC 9(03).
               03  WRK-PRF-MINUTOS     PIC 9(05).

      ******************************************************************
      * ALUNOS (ID E TURMA), TURMAS DISTINTAS E MATRICULAS DO PERIODO.
      ******************************************************************
       77  WRK-ALU-QTD         PIC 9(04)       VALUE ZEROES.
       77  WRK-ALU-IDX         PIC 9(04)       VALUE ZEROES.
       01  WRK-TAB-ALUNOS.
           02  WRK-ALU-LINHA   OCCURS 2000 TIMES.
               03  WRK-ALU-ID          PIC X(10).
               03  WRK-ALU-TURMA       PIC X(10).

       77  WRK-TUR-QTD         PIC 9(03)       VALUE ZEROES.
       77  WRK-TUR-IDX         PIC 9(03)       VALUE ZEROES.
       77  WRK-TUR-ACHOU       PIC X(01)       VALUE 'N'.
           88  TURMA-EXISTE                    VALUE 'S'.
       01  WRK-TAB-TURMAS.
           02  WRK-TUR-NOME    PIC X(10)       OCCURS 200 TIMES.

       77  WRK-MAT-QTD         PIC 9(04)       VALUE ZEROES.
       77  WRK-MAT-IDX         PIC 9(04)       VALUE ZEROES.
       01  WRK-TAB-MATRICULAS.
           02  WRK-MAT-LINHA   OCCURS 2000 TIMES.
               03  WRK-MAT-ID          PIC X(10).
               03  WRK-MAT-DISCIPLINA  PIC X(10).

       77  WRK-CURSA           PIC X(01)       VALUE 'N'.
           88  TURMA-CURSA                     VALUE 'S'.
       77  WRK-QTDE-AULAS      PIC 9(04)       VALUE ZEROES.
       77  WRK-QTDE-LINHAS     PIC 9(04)       VALUE ZEROES.
       77  WRK-QTDE-SEM-PROF   PIC 9(04)       VALUE ZEROES.
       77  WRK-QTDE-ACIMA      PIC 9(03)       VALUE ZEROES.
       77  WRK-SOBRA           PIC X(01)       VALUE 'N'.

       77  WRK-HHMM            PIC 9(04)       VALUE ZEROES.
       77  WRK-HH              PIC 9(02)       VALUE ZEROES.
       77  WRK-MM              PIC 9(02)       VALUE ZEROES.
       77  WRK-MINUTOS         PIC 9(05)       VALUE ZEROES.
       77  WRK-MIN-INICIO      PIC 9(05)       VALUE ZEROES.
       77  WRK-MIN-LIMITE      PIC 9(05)       VALUE ZEROES.

       77  WRK-ED-HORAS        PIC ZZ9,99.
       77  WRK-ED-MAXIMO       PIC Z9.
       77  WRK-ED-QTDE         PIC ZZ9.
       77  WRK-ED-AULAS        PIC ZZ9.

       01  WRK-NOMES-DIAS.
           02  FILLER          PIC X(03)       VALUE 'DOM'.
           02  FILLER          PIC X(03)       VALUE 'SEG'.
           02  FILLER          PIC X(03)       VALUE 'TER'.
           02  FILLER          PIC X(03)       VALUE 'QUA'.
           02  FILLER          PIC X(03)       VALUE 'QUI'.
           02  FILLER          PIC X(03)       VALUE 'SEX'.
           02  FILLER          PIC X(03)       VALUE 'SAB'.
       01  WRK-TAB-DIAS REDEFINES WRK-NOMES-DIAS.
           02  WRK-DIA-NOME    PIC X(03)       OCCURS 7 TIMES.

       PROCEDURE DIVISION.

           DISPLAY 'PERIODO (EX 2026-1): '.
           ACCEPT WRK-TERMO.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.

           PERFORM 0100-CARREGA-DISCIPLINAS.
           PERFORM 0120-CARREGA-PROFESSORES.
           PERFORM 0140-CARREGA-ALUNOS.
           PERFORM 0160-CARREGA-MATRICULAS.
           PERFORM 0180-CARREGA-GRADE.
           PERFORM 0200-ORDENA.

           OPEN OUTPUT TIMETABLE-REPORT-FILE.
           MOVE SPACES TO TR-LINHA.
           STRING 'GRADES SEMANAIS DO PERIODO ' WRK-TERMO
                  ' EM ' WRK-HOJE
               DELIMITED BY SIZE INTO TR-LINHA
           END-STRING.
           WRITE TR-LINHA.

           PERFORM VARYING WRK-TUR-IDX FROM 1 BY 1
                   UNTIL WRK-TUR-IDX > WRK-TUR-QTD
               PERFORM 0300-GRADE-TURMA
           END-PERFORM.

           PERFORM VARYING WRK-PRF-IDX FROM 1 BY 1
                   UNTIL WRK-PRF-IDX > WRK-PRF-QTD
               PERFORM 0400-GRADE-PROFESSOR
           END-PERFORM.

           CLOSE TIMETABLE-REPORT-FILE.

           PERFORM 0500-CARGA-PROFESSORES.

           DISPLAY 'AULAS NO PERIODO:         ' WRK-QTDE-AULAS.
           DISPLAY 'AULAS SEM PROFESSOR:      ' WRK-QTDE-SEM-PROF.
           DISPLAY 'PROFESSORES ACIMA DO MAX: ' WRK-QTDE-ACIMA.
           DISPLAY 'GRADES GRAVADAS EM TIMETABLERPT'.
           DISPLAY 'CARGA GRAVADA EM TEACHERLOADRPT'.

           IF WRK-QTDE-SEM-PROF > 0 OR WRK-QTDE-ACIMA > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

      ******************************************************************
      * 0100-CARREGA-DISCIPLINAS - DISCIPLINAS DO PERIODO NO SUBJMASTER.
      ******************************************************************
       0100-CARREGA-DISCIPLINAS SECTION.
           MOVE 'N' TO WRK-EOF.
           OPEN INPUT SUBJECT-MASTER-FILE.
           IF WRK-DISC-STATUS NOT = '00'
               GO TO 0100-EXIT
           END-IF.

           PERFORM UNTIL LEITURA-ACABOU
               MOVE SPACES TO DI-REGISTRO
               READ SUBJECT-MASTER-FILE
                   AT END
                       MOVE 'S' TO WRK-EOF
                   NOT AT END
                       IF DI-TERMO = WRK-TERMO AND WRK-DIS-QTD < 200
                           ADD 1 TO WRK-DIS-QTD
                           MOVE DI-CODIGO
                               TO WRK-DIS-CODIGO(WRK-DIS-QTD)
                           MOVE DI-NOME
                               TO WRK-DIS-NOME(WRK-DIS-QTD)
                           MOVE DI-PROF-ID
                               TO WRK-DIS-PROF-ID(WRK-DIS-QTD)
                           MOVE DI-PROFESSOR
                               TO WRK-DIS-PROFESSOR(WRK-DIS-QTD)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE SUBJECT-MASTER-FILE.
       0100-EXIT.
           EXIT.

      ******************************************************************
      * 0120-CARREGA-PROFESSORES - TEACHERMASTER PARA A TABELA, COM O
      * NUMERO DE DISCIPLINAS DE CADA UM NO PERIODO.
      ******************************************************************
       0120-CARREGA-PROFESSORES SECTION.
           MOVE 'N' TO WRK-EOF.
           OPEN INPUT TEACHER-MASTER-FILE.
           IF WRK-PROF-STATUS NOT = '00'
               GO TO 0120-EXIT
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
                           MOVE PF-HORAS-MAX
                               TO WRK-PRF-HORAS-MAX(WRK-PRF-QTD)
                           MOVE PF-SITUACAO
                               TO WRK-PRF-SITUACAO(WRK-PRF-QTD)
                           MOVE 0 TO WRK-PRF-DISCIPLINAS(WRK-PRF-QTD)
                           MOVE 0 TO WRK-PRF-AULAS(WRK-PRF-QTD)
                           MOVE 0 TO WRK-PRF-MINUTOS(WRK-PRF-QTD)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE TEACHER-MASTER-FILE.

           PERFORM VARYING WRK-DIS-IDX FROM 1 BY 1
                   UNTIL WRK-DIS-IDX > WRK-DIS-QTD
               PERFORM VARYING WRK-PRF-IDX FROM 1 BY 1
                       UNTIL WRK-PRF-IDX > WRK-PRF-QTD
                   IF WRK-PRF-ID(WRK-PRF-IDX)
                       = WRK-DIS-PROF-ID(WRK-DIS-IDX)
                       ADD 1 TO WRK-PRF-DISCIPLINAS(WRK-PRF-IDX)
                   END-IF
               END-PERFORM
           END-PERFORM.
       0120-EXIT.
           EXIT.

      ******************************************************************
      * 0140-CARREGA-ALUNOS - ID E TURMA DOS ALUNOS E A LISTA DAS
      * TURMAS DISTINTAS, NA ORDEM DO STUDENTMASTER.
      ******************************************************************
       0140-CARREGA-ALUNOS SECTION.
           MOVE 'N' TO WRK-EOF.
           OPEN INPUT STUDENT-MASTER-FILE.
           IF WRK-ALUNO-STATUS NOT = '00'
               GO TO 0140-EXIT
           END-IF.

           PERFORM UNTIL LEITURA-ACABOU
               READ STUDENT-MASTER-FILE
                   AT END
                       MOVE 'S' TO WRK-EOF
                   NOT AT END
                       IF WRK-ALU-QTD < 2000
                           ADD 1 TO WRK-ALU-QTD
                           MOVE SM-ID    TO WRK-ALU-ID(WRK-ALU-QTD)
                           MOVE SM-TURMA TO WRK-ALU-TURMA(WRK-ALU-QTD)
                           PERFORM 0150-GUARDA-TURMA
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE STUDENT-MASTER-FILE.
       0140-EXIT.
           EXIT.

      ******************************************************************
      * 0150-GUARDA-TURMA - INCLUI SM-TURMA NA LISTA SE AINDA NAO ESTA.
      ******************************************************************
       0150-GUARDA-TURMA SECTION.
           IF SM-TURMA = SPACES
               GO TO 0150-EXIT
           END-IF.
           MOVE 'N' TO WRK-TUR-ACHOU.
           PERFORM VARYING WRK-TUR-IDX FROM 1 BY 1
                   UNTIL WRK-TUR-IDX > WRK-TUR-QTD OR TURMA-EXISTE
               IF WRK-TUR-NOME(WRK-TUR-IDX) = SM-TURMA
                   MOVE 'S' TO WRK-TUR-ACHOU
               END-IF
           END-PERFORM.
           IF NOT TURMA-EXISTE AND WRK-TUR-QTD < 200
               ADD 1 TO WRK-TUR-QTD
               MOVE SM-TURMA TO WRK-TUR-NOME(WRK-TUR-QTD)
           END-IF.
       0150-EXIT.
           EXIT.

      ******************************************************************
      * 0160-CARREGA-MATRICULAS - MATRICULAS DO PERIODO NO ENROLLMENT.
      ******************************************************************
       0160-CARREGA-MATRICULAS SECTION.
           MOVE 'N' TO WRK-EOF.
           OPEN INPUT ENROLLMENT-FILE.
           IF WRK-MATR-STATUS NOT = '00'
               GO TO 0160-EXIT
           END-IF.

           PERFORM UNTIL LEITURA-ACABOU
               READ ENROLLMENT-FILE
                   AT END
                       MOVE 'S' TO WRK-EOF
                   NOT AT END
                       IF EN-TERMO = WRK-TERMO AND WRK-MAT-QTD < 2000
                           ADD 1 TO WRK-MAT-QTD
                           MOVE EN-ID TO WRK-MAT-ID(WRK-MAT-QTD)
                           MOVE EN-DISCIPLINA
                               TO WRK-MAT-DISCIPLINA(WRK-MAT-QTD)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ENROLLMENT-FILE.
       0160-EXIT.
           EXIT.

      ******************************************************************
      * 0180-CARREGA-GRADE - AULAS DO PERIODO NO TIMETABLE, LIGADAS A
      * DISCIPLINA E SOMADAS NA CARGA DO PROFESSOR DELA.
      ******************************************************************
       0180-CARREGA-GRADE SECTION.
           MOVE 'N' TO WRK-EOF.
           OPEN INPUT TIMETABLE-FILE.
           IF WRK-GRADE-STATUS NOT = '00'
               DISPLAY 'TIMETABLE NAO ENCONTRADO - GRADE VAZIA'
               GO TO 0180-EXIT
           END-IF.

           PERFORM UNTIL LEITURA-ACABOU
               READ TIMETABLE-FILE
                   AT END
                       MOVE 'S' TO WRK-EOF
                   NOT AT END
                       IF HG-TERMO = WRK-TERMO
                           IF WRK-AUL-QTD < 1000
                               PERFORM 0190-GUARDA-AULA
                           ELSE
                               DISPLAY 'TABELA CHEIA - AULA '
                                       HG-DISCIPLINA ' FORA DA GRADE'
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE TIMETABLE-FILE.
       0180-EXIT.
           EXIT.

      ******************************************************************
      * 0190-GUARDA-AULA - UMA AULA NA TABELA E NA CARGA DO PROFESSOR.
      ******************************************************************
       0190-GUARDA-AULA SECTION.
           ADD 1 TO WRK-AUL-QTD.
           ADD 1 TO WRK-QTDE-AULAS.
           MOVE HG-DIA-SEMANA TO WRK-AUL-DIA(WRK-AUL-QTD).
           MOVE HG-INICIO     TO WRK-AUL-INICIO(WRK-AUL-QTD).
           MOVE HG-FIM        TO WRK-AUL-FIM(WRK-AUL-QTD).
           MOVE HG-DISCIPLINA TO WRK-AUL-DISCIPLINA(WRK-AUL-QTD).
           MOVE HG-SALA       TO WRK-AUL-SALA(WRK-AUL-QTD).
           MOVE 0             TO WRK-AUL-DIS-POS(WRK-AUL-QTD).

           PERFORM VARYING WRK-DIS-IDX FROM 1 BY 1
                   UNTIL WRK-DIS-IDX > WRK-DIS-QTD
               IF WRK-DIS-CODIGO(WRK-DIS-IDX) = HG-DISCIPLINA
                   MOVE WRK-DIS-IDX TO WRK-AUL-DIS-POS(WRK-AUL-QTD)
               END-IF
           END-PERFORM.

           MOVE 'S' TO WRK-SOBRA.
           IF WRK-AUL-DIS-POS(WRK-AUL-QTD) > 0
               MOVE WRK-AUL-DIS-POS(WRK-AUL-QTD) TO WRK-DIS-IDX
               MOVE WRK-AUL-QTD TO WRK-AUL-IDX
               PERFORM 0900-DURACAO-AULA
               PERFORM VARYING WRK-PRF-IDX FROM 1 BY 1
                       UNTIL WRK-PRF-IDX > WRK-PRF-QTD
                   IF WRK-PRF-ID(WRK-PRF-IDX)
                       = WRK-DIS-PROF-ID(WRK-DIS-IDX)
                       ADD 1 TO WRK-PRF-AULAS(WRK-PRF-IDX)
                       ADD WRK-MINUTOS TO WRK-PRF-MINUTOS(WRK-PRF-IDX)
                       MOVE 'N' TO WRK-SOBRA
                   END-IF
               END-PERFORM
           END-IF.
           IF WRK-SOBRA = 'S'
               ADD 1 TO WRK-QTDE-SEM-PROF
           END-IF.

      ******************************************************************
      * 0200-ORDENA - ORDENA AS AULAS PELA CHAVE DIA + INICIO, MENOR
      * PRIMEIRO.
      ******************************************************************
       0200-ORDENA SECTION.
           PERFORM VARYING WRK-AUL-IDX FROM 1 BY 1
                   UNTIL WRK-AUL-IDX >= WRK-AUL-QTD
               PERFORM VARYING WRK-AUL-JDX FROM 1 BY 1
                       UNTIL WRK-AUL-JDX >= WRK-AUL-QTD
                   IF WRK-AUL-ORDEM(WRK-AUL-JDX) >
                       WRK-AUL-ORDEM(WRK-AUL-JDX + 1)
                       MOVE WRK-AUL-LINHA(WRK-AUL-JDX)
                           TO WRK-TROCA-LINHA
                       MOVE WRK-AUL-LINHA(WRK-AUL-JDX + 1)
                           TO WRK-AUL-LINHA(WRK-AUL-JDX)
                       MOVE WRK-TROCA-LINHA
                           TO WRK-AUL-LINHA(WRK-AUL-JDX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      ******************************************************************
      * 0300-GRADE-TURMA - GRADE DA TURMA WRK-TUR-IDX: AS AULAS DAS
      * DISCIPLINAS EM QUE ALGUM ALUNO DELA ESTA MATRICULADO.
      ******************************************************************
       0300-GRADE-TURMA SECTION.
           MOVE SPACES TO TR-LINHA.
           WRITE TR-LINHA.
           MOVE SPACES TO TR-LINHA.
           STRING 'GRADE DA TURMA ' WRK-TUR-NOME(WRK-TUR-IDX)
               DELIMITED BY SIZE INTO TR-LINHA
           END-STRING.
           WRITE TR-LINHA.
           PERFORM 0600-CABECALHO-GRADE.

           MOVE 0 TO WRK-QTDE-LINHAS.
           PERFORM VARYING WRK-AUL-IDX FROM 1 BY 1
                   UNTIL WRK-AUL-IDX > WRK-AUL-QTD
               PERFORM 0350-TURMA-CURSA
               IF TURMA-CURSA
                   ADD 1 TO WRK-QTDE-LINHAS
                   PERFORM 0650-LINHA-AULA
               END-IF
           END-PERFORM.

           IF WRK-QTDE-LINHAS = 0
               MOVE SPACES TO TR-LINHA
               MOVE '  (NENHUMA AULA NO PERIODO)' TO TR-LINHA
               WRITE TR-LINHA
           END-IF.

      ******************************************************************
      * 0350-TURMA-CURSA - ALGUM ALUNO DA TURMA WRK-TUR-IDX ESTA
      * MATRICULADO NA DISCIPLINA DA AULA WRK-AUL-IDX?
      ******************************************************************
       0350-TURMA-CURSA SECTION.
           MOVE 'N' TO WRK-CURSA.
           PERFORM VARYING WRK-ALU-IDX FROM 1 BY 1
                   UNTIL WRK-ALU-IDX > WRK-ALU-QTD OR TURMA-CURSA
               IF WRK-ALU-TURMA(WRK-ALU-IDX) = WRK-TUR-NOME(WRK-TUR-IDX)
                   PERFORM 0360-ALUNO-CURSA
               END-IF
           END-PERFORM.

      ******************************************************************
      * 0360-ALUNO-CURSA - O ALUNO WRK-ALU-IDX TEM MATRICULA NA
      * DISCIPLINA DA AULA WRK-AUL-IDX?
      ******************************************************************
       0360-ALUNO-CURSA SECTION.
           PERFORM VARYING WRK-MAT-IDX FROM 1 BY 1
                   UNTIL WRK-MAT-IDX > WRK-MAT-QTD OR TURMA-CURSA
               IF WRK-MAT-ID(WRK-MAT-IDX) = WRK-ALU-ID(WRK-ALU-IDX)
                   AND WRK-MAT-DISCIPLINA(WRK-MAT-IDX)
                       = WRK-AUL-DISCIPLINA(WRK-AUL-IDX)
                   MOVE 'S' TO WRK-CURSA
               END-IF
           END-PERFORM.

      ******************************************************************
      * 0400-GRADE-PROFESSOR - GRADE DO PROFESSOR WRK-PRF-IDX: AS AULAS
      * DAS DISCIPLINAS COM O SEU DI-PROF-ID.
      ******************************************************************
       0400-GRADE-PROFESSOR SECTION.
           MOVE SPACES TO TR-LINHA.
           WRITE TR-LINHA.
           MOVE SPACES TO TR-LINHA.
           STRING 'GRADE DO PROFESSOR ' WRK-PRF-ID(WRK-PRF-IDX)
                  ' ' WRK-PRF-NOME(WRK-PRF-IDX)
               DELIMITED BY SIZE INTO TR-LINHA
           END-STRING.
           WRITE TR-LINHA.
           PERFORM 0600-CABECALHO-GRADE.

           PERFORM VARYING WRK-AUL-IDX FROM 1 BY 1
                   UNTIL WRK-AUL-IDX > WRK-AUL-QTD
               IF WRK-AUL-DIS-POS(WRK-AUL-IDX) > 0
                   MOVE WRK-AUL-DIS-POS(WRK-AUL-IDX) TO WRK-DIS-IDX
                   IF WRK-DIS-PROF-ID(WRK-DIS-IDX)
                       = WRK-PRF-ID(WRK-PRF-IDX)
                       PERFORM 0650-LINHA-AULA
                   END-IF
               END-IF
           END-PERFORM.

           COMPUTE WRK-ED-HORAS ROUNDED =
               WRK-PRF-MINUTOS(WRK-PRF-IDX) / 60.
           MOVE WRK-PRF-HORAS-MAX(WRK-PRF-IDX) TO WRK-ED-MAXIMO.
           MOVE SPACES TO TR-LINHA.
           STRING '  TOTAL SEMANAL: ' WRK-ED-HORAS
                  ' HORAS (MAXIMO ' WRK-ED-MAXIMO ')'
               DELIMITED BY SIZE INTO TR-LINHA
           END-STRING.
           WRITE TR-LINHA.

      ******************************************************************
      * 0500-CARGA-PROFESSORES - TEACHERLOADRPT: DISCIPLINAS, AULAS E
      * HORAS SEMANAIS DE CADA PROFESSOR CONTRA A CARGA MAXIMA.
      ******************************************************************
       0500-CARGA-PROFESSORES SECTION.
           OPEN OUTPUT LOAD-REPORT-FILE.
           MOVE SPACES TO LR-LINHA.
           STRING 'CARGA SEMANAL DOS PROFESSORES - PERIODO ' WRK-TERMO
                  ' EM ' WRK-HOJE
               DELIMITED BY SIZE INTO LR-LINHA
           END-STRING.
           WRITE LR-LINHA.
           MOVE SPACES TO LR-LINHA.
           WRITE LR-LINHA FROM '-------------------------------------'.
           MOVE SPACES TO LR-LINHA.
           STRING 'PROFESSOR  NOME                                     '
                  'SIT DISC AULAS  HORAS  MAX  OBSERVACAO'
               DELIMITED BY SIZE INTO LR-LINHA
           END-STRING.
           WRITE LR-LINHA.

           PERFORM VARYING WRK-PRF-IDX FROM 1 BY 1
                   UNTIL WRK-PRF-IDX > WRK-PRF-QTD
               PERFORM 0550-LINHA-CARGA
           END-PERFORM.

           MOVE SPACES TO LR-LINHA.
           WRITE LR-LINHA FROM '-------------------------------------'.
           MOVE WRK-QTDE-SEM-PROF TO WRK-ED-AULAS.
           MOVE SPACES TO LR-LINHA.
           STRING 'AULAS DE DISCIPLINA SEM PROFESSOR CADASTRADO: '
                  WRK-ED-AULAS
               DELIMITED BY SIZE INTO LR-LINHA
           END-STRING.
           WRITE LR-LINHA.
           MOVE WRK-QTDE-ACIMA TO WRK-ED-QTDE.
           MOVE SPACES TO LR-LINHA.
           STRING 'PROFESSORES ACIMA DA CARGA MAXIMA:            '
                  WRK-ED-QTDE
               DELIMITED BY SIZE INTO LR-LINHA
           END-STRING.
           WRITE LR-LINHA.

           CLOSE LOAD-REPORT-FILE.

      ******************************************************************
      * 0550-LINHA-CARGA - UMA LINHA DO TEACHERLOADRPT.
      ******************************************************************
       0550-LINHA-CARGA SECTION.
           MOVE WRK-PRF-DISCIPLINAS(WRK-PRF-IDX) TO WRK-ED-QTDE.
           MOVE WRK-PRF-AULAS(WRK-PRF-IDX)       TO WRK-ED-AULAS.
           COMPUTE WRK-ED-HORAS ROUNDED =
               WRK-PRF-MINUTOS(WRK-PRF-IDX) / 60.
           MOVE WRK-PRF-HORAS-MAX(WRK-PRF-IDX)   TO WRK-ED-MAXIMO.
           COMPUTE WRK-MIN-LIMITE = WRK-PRF-HORAS-MAX(WRK-PRF-IDX) * 60.

           MOVE SPACES TO LR-LINHA.
           STRING WRK-PRF-ID(WRK-PRF-IDX) ' '
                  WRK-PRF-NOME(WRK-PRF-IDX) ' '
                  WRK-PRF-SITUACAO(WRK-PRF-IDX) '   '
                  WRK-ED-QTDE '  ' WRK-ED-AULAS '  '
                  WRK-ED-HORAS '   ' WRK-ED-MAXIMO '  '
               DELIMITED BY SIZE INTO LR-LINHA
           END-STRING.
           IF WRK-PRF-MINUTOS(WRK-PRF-IDX) > WRK-MIN-LIMITE
               ADD 1 TO WRK-QTDE-ACIMA
               MOVE 'ACIMA DA CARGA MAXIMA' TO LR-LINHA(81:21)
           ELSE
               IF WRK-PRF-SITUACAO(WRK-PRF-IDX) NOT = 'A'
                   AND WRK-PRF-AULAS(WRK-PRF-IDX) > 0
                   MOVE 'INATIVO COM AULAS' TO LR-LINHA(81:17)
               END-IF
           END-IF.
           WRITE LR-LINHA.

      ******************************************************************
      * 0600-CABECALHO-GRADE - CABECALHO DAS COLUNAS DE UMA GRADE.
      ******************************************************************
       0600-CABECALHO-GRADE SECTION.
           MOVE SPACES TO TR-LINHA.
           STRING '  DIA INICIO FIM   DISCIPLINA '
                  'NOME                           SALA       PROFESSOR'
               DELIMITED BY SIZE INTO TR-LINHA
           END-STRING.
           WRITE TR-LINHA.

      ******************************************************************
      * 0650-LINHA-AULA - UMA AULA (WRK-AUL-IDX) NA GRADE IMPRESSA.
      ******************************************************************
       0650-LINHA-AULA SECTION.
           MOVE SPACES TO TR-LINHA.
           MOVE WRK-DIA-NOME(WRK-AUL-DIA(WRK-AUL-IDX))
               TO TR-LINHA(3:3).
           MOVE WRK-AUL-INICIO(WRK-AUL-IDX)(1:2) TO TR-LINHA(7:2).
           MOVE ':'                              TO TR-LINHA(9:1).
           MOVE WRK-AUL-INICIO(WRK-AUL-IDX)(3:2) TO TR-LINHA(10:2).
           MOVE WRK-AUL-FIM(WRK-AUL-IDX)(1:2)    TO TR-LINHA(14:2).
           MOVE ':'                              TO TR-LINHA(16:1).
           MOVE WRK-AUL-FIM(WRK-AUL-IDX)(3:2)    TO TR-LINHA(17:2).
           MOVE WRK-AUL-DISCIPLINA(WRK-AUL-IDX)  TO TR-LINHA(20:10).
           IF WRK-AUL-DIS-POS(WRK-AUL-IDX) > 0
               MOVE WRK-AUL-DIS-POS(WRK-AUL-IDX) TO WRK-DIS-IDX
               MOVE WRK-DIS-NOME(WRK-DIS-IDX)    TO TR-LINHA(31:30)
               MOVE WRK-DIS-PROFESSOR(WRK-DIS-IDX)
                   TO TR-LINHA(73:40)
           ELSE
               MOVE '(DISCIPLINA NAO OFERTADA)'  TO TR-LINHA(31:25)
           END-IF.
           MOVE WRK-AUL-SALA(WRK-AUL-IDX)        TO TR-LINHA(62:10).
           WRITE TR-LINHA.

      ******************************************************************
      * 0900-DURACAO-AULA - DURACAO EM MINUTOS DA AULA WRK-AUL-IDX.
      ******************************************************************
       0900-DURACAO-AULA SECTION.
           MOVE WRK-AUL-INICIO(WRK-AUL-IDX) TO WRK-HHMM.
           DIVIDE WRK-HHMM BY 100 GIVING WRK-HH REMAINDER WRK-MM.
           COMPUTE WRK-MIN-INICIO = WRK-HH * 60 + WRK-MM.
           MOVE WRK-AUL-FIM(WRK-AUL-IDX) TO WRK-HHMM.
           DIVIDE WRK-HHMM BY 100 GIVING WRK-HH REMAINDER WRK-MM.
           COMPUTE WRK-MINUTOS = WRK-HH * 60 + WRK-MM - WRK-MIN-INICIO.

       END PROGRAM PROGCOB184.
