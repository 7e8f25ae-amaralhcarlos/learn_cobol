       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB183.
      ******************************************************************
      *AUTHOR: CARLOS AMARAL
      *DATE: 15/10/2026
      *PURPOSE: CADASTRO DE PROFESSORES E GRADE HORARIA. MANTEM O
      *         TEACHERMASTER (ID, NOME, CPF VALIDADO PELO DIGITO
      *         VERIFICADOR COMO NO PROGCOB048, CARGA SEMANAL MAXIMA E
      *         SITUACAO), O PROFESSOR DE CADA DISCIPLINA DO SUBJMASTER
      *         (DI-PROF-ID) E A GRADE TIMETABLE (DISCIPLINA, PERIODO,
      *         DIA DA SEMANA, INICIO, FIM E SALA). A AULA NOVA E A
      *         TROCA DE PROFESSOR SAO RECUSADAS QUANDO BATEM COM OUTRA
      *         AULA DA MESMA DISCIPLINA, DA MESMA SALA OU DO MESMO
      *         PROFESSOR NO MESMO DIA E HORARIO, OU QUANDO PASSAM DA
      *         CARGA SEMANAL MAXIMA DO PROFESSOR NO PERIODO. O CHOQUE
      *         DE HORARIO DO ALUNO E CONFERIDO NA MATRICULA DO
      *         PROGCOB112; AS GRADES IMPRESSAS E A CARGA DOS
      *         PROFESSORES SAEM NO PROGCOB184.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TEACHER-MASTER-FILE ASSIGN TO 'TEACHERMASTER'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-PROF-STATUS.

           SELECT TIMETABLE-FILE ASSIGN TO 'TIMETABLE'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-GRADE-STATUS.

           SELECT SUBJECT-MASTER-FILE ASSIGN TO 'SUBJMASTER'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-DISC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TEACHER-MASTER-FILE.
           COPY 'TEACHERMASTER-REC.cob'.

       FD  TIMETABLE-FILE.
           COPY 'TIMETABLE-REC.cob'.

       FD  SUBJECT-MASTER-FILE.
           COPY 'SUBJMASTER-REC.cob'.

       WORKING-STORAGE SECTION.
       77  WRK-PROF-STATUS     PIC X(02)       VALUE SPACES.
       77  WRK-GRADE-STATUS    PIC X(02)       VALUE SPACES.
       77  WRK-DISC-STATUS     PIC X(02)       VALUE SPACES.
       77  WRK-EOF             PIC X(01)       VALUE 'N'.
           88  LEITURA-ACABOU                  VALUE 'S'.

       77  WRK-OPCAO           PIC 9(01)       VALUE ZEROES.
       77  WRK-MEXEU-PROF      PIC X(01)       VALUE 'N'.
       77  WRK-MEXEU-GRADE     PIC X(01)       VALUE 'N'.
       77  WRK-MEXEU-DISC      PIC X(01)       VALUE 'N'.

       77  WRK-PROF-ID         PIC X(10)       VALUE SPACES.
       77  WRK-DISCIPLINA      PIC X(10)       VALUE SPACES.
       77  WRK-TERMO           PIC X(06)       VALUE SPACES.
       77  WRK-DIA             PIC 9(01)       VALUE ZEROES.
       77  WRK-INICIO          PIC 9(04)       VALUE ZEROES.
       77  WRK-FIM             PIC 9(04)       VALUE ZEROES.
       77  WRK-SALA            PIC X(10)       VALUE SPACES.
       77  WRK-HORAS           PIC 9(02)       VALUE ZEROES.
       77  WRK-SITUACAO        PIC X(01)       VALUE SPACES.
       77  WRK-CONFIRMA        PIC X(01)       VALUE SPACES.

      ******************************************************************
      * CADASTRO DE PROFESSORES EM MEMORIA, REGRAVADO NA SAIDA QUANDO
      * HOUVE ALTERACAO (MESMA MECANICA DO PROGCOB112).
      ******************************************************************
       77  WRK-PRF-QTD         PIC 9(03)       VALUE ZEROES.
       77  WRK-PRF-IDX         PIC 9(03)       VALUE ZEROES.
       77  WRK-PRF-ACHOU       PIC X(01)       VALUE 'N'.
           88  PROFESSOR-EXISTE                VALUE 'S'.
       01  WRK-TAB-PROFESSORES.
           02  WRK-PRF-LINHA   OCCURS 500 TIMES.
               03  WRK-PRF-ID          PIC X(10).
               03  WRK-PRF-NOME        PIC X(40).
               03  WRK-PRF-CPF         PIC 9(11).
               03  WRK-PRF-HORAS-MAX   PIC 9(02).
               03  WRK-PRF-SITUACAO    PIC X(01).

      ******************************************************************
      * DISCIPLINAS DO SUBJMASTER (REGISTRO INTEIRO, PORQUE A TROCA DE
      * PROFESSOR REGRAVA O ARQUIVO).
      ******************************************************************
       77  WRK-DIS-QTD         PIC 9(03)       VALUE ZEROES.
       77  WRK-DIS-IDX         PIC 9(03)       VALUE ZEROES.
       77  WRK-DIS-POS         PIC 9(03)       VALUE ZEROES.
       77  WRK-DIS-ACHOU       PIC X(01)       VALUE 'N'.
           88  DISCIPLINA-EXISTE               VALUE 'S'.
       01  WRK-TAB-DISCIPLINAS.
           02  WRK-DIS-LINHA   OCCURS 200 TIMES.
               03  WRK-DIS-CODIGO      PIC X(10).
               03  WRK-DIS-NOME        PIC X(30).
               03  WRK-DIS-TERMO       PIC X(06).
               03  WRK-DIS-CAPACIDADE  PIC 9(03).
               03  WRK-DIS-PROFESSOR   PIC X(40).
               03  WRK-DIS-PROF-ID     PIC X(10).

      ******************************************************************
      * GRADE HORARIA EM MEMORIA. A AULA EXCLUIDA FICA COM A
      * DISCIPLINA EM BRANCO E NAO E REGRAVADA.
      ******************************************************************
       77  WRK-AUL-QTD         PIC 9(04)       VALUE ZEROES.
       77  WRK-AUL-IDX         PIC 9(04)       VALUE ZEROES.
       77  WRK-AUL-JDX         PIC 9(04)       VALUE ZEROES.
       77  WRK-AUL-ACHOU       PIC X(01)       VALUE 'N'.
           88  AULA-EXISTE                     VALUE 'S'.
       01  WRK-TAB-AULAS.
           02  WRK-AUL-LINHA   OCCURS 1000 TIMES.
               03  WRK-AUL-DISCIPLINA  PIC X(10).
               03  WRK-AUL-TERMO       PIC X(06).
               03  WRK-AUL-DIA         PIC 9(01).
               03  WRK-AUL-INICIO      PIC 9(04).
               03  WRK-AUL-FIM         PIC 9(04).
               03  WRK-AUL-SALA        PIC X(10).

      ******************************************************************
      * CONFERENCIA DE CHOQUE E DE CARGA HORARIA.
      ******************************************************************
       77  WRK-CHOQUE          PIC X(01)       VALUE 'N'.
           88  HOUVE-CHOQUE                    VALUE 'S'.
       77  WRK-PROF-AULA       PIC X(10)       VALUE SPACES.
       77  WRK-MIN-PROF        PIC 9(05)       VALUE ZEROES.
       77  WRK-MIN-NOVOS       PIC 9(05)       VALUE ZEROES.
       77  WRK-MIN-LIMITE      PIC 9(05)       VALUE ZEROES.
       77  WRK-HHMM            PIC 9(04)       VALUE ZEROES.
       77  WRK-HH              PIC 9(02)       VALUE ZEROES.
       77  WRK-MM              PIC 9(02)       VALUE ZEROES.
       77  WRK-MINUTOS         PIC 9(05)       VALUE ZEROES.
       77  WRK-MIN-INICIO      PIC 9(05)       VALUE ZEROES.
       77  WRK-HORA-VALIDA     PIC X(01)       VALUE 'S'.
           88  HORA-INVALIDA                   VALUE 'N'.
       77  WRK-ED-HORAS        PIC ZZ9,99.
       77  WRK-ED-MAXIMO       PIC Z9.

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

      ******************************************************************
      * CAMPOS DO CPF DO PROFESSOR (MESMO ALGORITMO DO PROGCOB048).
      ******************************************************************
       01  WRK-CPF.
           02  WRK-CPF1        PIC 999         VALUE ZEROES.
           02  WRK-CPF2        PIC 999         VALUE ZEROES.
           02  WRK-CPF3        PIC 999         VALUE ZEROES.
           02  WRK-CPF4        PIC 99          VALUE ZEROES.
       01  WRK-CPF-NUM REDEFINES WRK-CPF PIC 9(11).

       01  WRK-CPF-DIG.
           02  WRK-CPF-D       PIC 9           OCCURS 11 TIMES.
       77  WRK-CPF-TMP         PIC 9(02)       VALUE ZEROES.
       77  WRK-CPF-IND         PIC 9(02)       VALUE ZEROES.
       77  WRK-CPF-SOMA        PIC 9(04)       VALUE ZEROES.
       77  WRK-CPF-Q           PIC 9(04)       VALUE ZEROES.
       77  WRK-CPF-RESTO       PIC 9(02)       VALUE ZEROES.
       77  WRK-CPF-DV1         PIC 9           VALUE ZEROES.
       77  WRK-CPF-DV2         PIC 9           VALUE ZEROES.
       77  WRK-CPF-VALIDO      PIC X(01)       VALUE 'S'.
           88  CPF-INVALIDO                    VALUE 'N'.

       PROCEDURE DIVISION.

           PERFORM 0100-CARREGA-PROFESSORES.
           PERFORM 0120-CARREGA-DISCIPLINAS.
           PERFORM 0140-CARREGA-GRADE.

           PERFORM 0200-EXECUTA-MENU UNTIL WRK-OPCAO = 9.

           IF WRK-MEXEU-PROF = 'S'
               PERFORM 0800-REGRAVA-PROFESSORES
           END-IF.
           IF WRK-MEXEU-GRADE = 'S'
               PERFORM 0820-REGRAVA-GRADE
           END-IF.
           IF WRK-MEXEU-DISC = 'S'
               PERFORM 0840-REGRAVA-DISCIPLINAS
           END-IF.

           STOP RUN.

      ******************************************************************
      * 0100-CARREGA-PROFESSORES - LE O TEACHERMASTER PARA A TABELA.
      ******************************************************************
       0100-CARREGA-PROFESSORES SECTION.
           MOVE 'N' TO WRK-EOF.
           OPEN INPUT TEACHER-MASTER-FILE.
           IF WRK-PROF-STATUS NOT = '00'
               GO TO 0100-EXIT
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
                           MOVE PF-CPF  TO WRK-PRF-CPF(WRK-PRF-QTD)
                           MOVE PF-HORAS-MAX
                               TO WRK-PRF-HORAS-MAX(WRK-PRF-QTD)
                           MOVE PF-SITUACAO
                               TO WRK-PRF-SITUACAO(WRK-PRF-QTD)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE TEACHER-MASTER-FILE.
       0100-EXIT.
           EXIT.

      ******************************************************************
      * 0120-CARREGA-DISCIPLINAS - LE O SUBJMASTER PARA A TABELA.
      ******************************************************************
       0120-CARREGA-DISCIPLINAS SECTION.
           MOVE 'N' TO WRK-EOF.
           OPEN INPUT SUBJECT-MASTER-FILE.
           IF WRK-DISC-STATUS NOT = '00'
               GO TO 0120-EXIT
           END-IF.

           PERFORM UNTIL LEITURA-ACABOU
               MOVE SPACES TO DI-REGISTRO
               READ SUBJECT-MASTER-FILE
                   AT END
                       MOVE 'S' TO WRK-EOF
                   NOT AT END
                       IF WRK-DIS-QTD < 200
                           ADD 1 TO WRK-DIS-QTD
                           MOVE DI-CODIGO
                               TO WRK-DIS-CODIGO(WRK-DIS-QTD)
                           MOVE DI-NOME
                               TO WRK-DIS-NOME(WRK-DIS-QTD)
                           MOVE DI-TERMO
                               TO WRK-DIS-TERMO(WRK-DIS-QTD)
                           MOVE DI-CAPACIDADE
                               TO WRK-DIS-CAPACIDADE(WRK-DIS-QTD)
                           MOVE DI-PROFESSOR
                               TO WRK-DIS-PROFESSOR(WRK-DIS-QTD)
                           MOVE DI-PROF-ID
                               TO WRK-DIS-PROF-ID(WRK-DIS-QTD)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE SUBJECT-MASTER-FILE.
       0120-EXIT.
           EXIT.

      ******************************************************************
      * 0140-CARREGA-GRADE - LE O TIMETABLE PARA A TABELA.
      ******************************************************************
       0140-CARREGA-GRADE SECTION.
           MOVE 'N' TO WRK-EOF.
           OPEN INPUT TIMETABLE-FILE.
           IF WRK-GRADE-STATUS NOT = '00'
               GO TO 0140-EXIT
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
                           MOVE HG-SALA
                               TO WRK-AUL-SALA(WRK-AUL-QTD)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE TIMETABLE-FILE.
       0140-EXIT.
           EXIT.

      ******************************************************************
      * 0200-EXECUTA-MENU - PROFESSORES, PROFESSOR DA DISCIPLINA E
      * GRADE HORARIA.
      ******************************************************************
       0200-EXECUTA-MENU SECTION.
           DISPLAY '1 - INCLUIR PROFESSOR'.
           DISPLAY '2 - CONSULTAR PROFESSOR E CARGA NO PERIODO'.
           DISPLAY '3 - ALTERAR CARGA MAXIMA / SITUACAO DO PROFESSOR'.
           DISPLAY '4 - TROCAR PROFESSOR DA DISCIPLINA'.
           DISPLAY '5 - INCLUIR AULA NA GRADE'.
           DISPLAY '6 - EXCLUIR AULA DA GRADE'.
           DISPLAY '7 - LISTAR GRADE DA DISCIPLINA'.
           DISPLAY '9 - SAIR'.
           DISPLAY 'ESCOLHA UMA OPCAO: '.
           ACCEPT WRK-OPCAO.

           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0300-INCLUI-PROFESSOR
               WHEN 2
                   PERFORM 0350-CONSULTA-PROFESSOR
               WHEN 3
                   PERFORM 0380-ALTERA-PROFESSOR
               WHEN 4
                   PERFORM 0400-TROCA-PROFESSOR
               WHEN 5
                   PERFORM 0500-INCLUI-AULA
               WHEN 6
                   PERFORM 0600-EXCLUI-AULA
               WHEN 7
                   PERFORM 0650-LISTA-GRADE
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

      ******************************************************************
      * 0250-BUSCA-PROFESSOR - PROCURA WRK-PROF-ID NA TABELA.
      ******************************************************************
       0250-BUSCA-PROFESSOR SECTION.
           MOVE 'N' TO WRK-PRF-ACHOU.
           PERFORM VARYING WRK-PRF-IDX FROM 1 BY 1
                   UNTIL WRK-PRF-IDX > WRK-PRF-QTD
                       OR PROFESSOR-EXISTE
               IF WRK-PRF-ID(WRK-PRF-IDX) = WRK-PROF-ID
                   MOVE 'S' TO WRK-PRF-ACHOU
                   SUBTRACT 1 FROM WRK-PRF-IDX
               END-IF
           END-PERFORM.

      ******************************************************************
      * 0260-BUSCA-DISCIPLINA - PROCURA WRK-DISCIPLINA + WRK-TERMO NA
      * TABELA DE DISCIPLINAS.
      ******************************************************************
       0260-BUSCA-DISCIPLINA SECTION.
           MOVE 'N' TO WRK-DIS-ACHOU.
           PERFORM VARYING WRK-DIS-IDX FROM 1 BY 1
                   UNTIL WRK-DIS-IDX > WRK-DIS-QTD
                       OR DISCIPLINA-EXISTE
               IF WRK-DIS-CODIGO(WRK-DIS-IDX) = WRK-DISCIPLINA
                   AND WRK-DIS-TERMO(WRK-DIS-IDX) = WRK-TERMO
                   MOVE 'S' TO WRK-DIS-ACHOU
                   SUBTRACT 1 FROM WRK-DIS-IDX
               END-IF
           END-PERFORM.

      ******************************************************************
      * 0270-PROFESSOR-DA-AULA - PROFESSOR (DI-PROF-ID) DA DISCIPLINA
      * DA AULA WRK-AUL-JDX, EM WRK-PROF-AULA.
      ******************************************************************
       0270-PROFESSOR-DA-AULA SECTION.
           MOVE SPACES TO WRK-PROF-AULA.
           PERFORM VARYING WRK-DIS-POS FROM 1 BY 1
                   UNTIL WRK-DIS-POS > WRK-DIS-QTD
               IF WRK-DIS-CODIGO(WRK-DIS-POS)
                   = WRK-AUL-DISCIPLINA(WRK-AUL-JDX)
                   AND WRK-DIS-TERMO(WRK-DIS-POS)
                   = WRK-AUL-TERMO(WRK-AUL-JDX)
                   MOVE WRK-DIS-PROF-ID(WRK-DIS-POS) TO WRK-PROF-AULA
               END-IF
           END-PERFORM.

      ******************************************************************
      * 0280-CARGA-PROFESSOR - MINUTOS SEMANAIS DE AULA DO PROFESSOR
      * WRK-PROF-ID NO PERIODO WRK-TERMO, FORA AS AULAS DA DISCIPLINA
      * WRK-DISCIPLINA, EM WRK-MIN-PROF.
      ******************************************************************
       0280-CARGA-PROFESSOR SECTION.
           MOVE 0 TO WRK-MIN-PROF.
           PERFORM VARYING WRK-AUL-JDX FROM 1 BY 1
                   UNTIL WRK-AUL-JDX > WRK-AUL-QTD
               IF WRK-AUL-TERMO(WRK-AUL-JDX) = WRK-TERMO
                   AND WRK-AUL-DISCIPLINA(WRK-AUL-JDX) NOT = SPACES
                   AND WRK-AUL-DISCIPLINA(WRK-AUL-JDX)
                       NOT = WRK-DISCIPLINA
                   PERFORM 0270-PROFESSOR-DA-AULA
                   IF WRK-PROF-AULA = WRK-PROF-ID
                       PERFORM 0290-DURACAO-AULA
                       ADD WRK-MINUTOS TO WRK-MIN-PROF
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * 0290-DURACAO-AULA - DURACAO EM MINUTOS DA AULA WRK-AUL-JDX.
      ******************************************************************
       0290-DURACAO-AULA SECTION.
           MOVE WRK-AUL-INICIO(WRK-AUL-JDX) TO WRK-HHMM.
           PERFORM 0900-CONVERTE-MINUTOS.
           MOVE WRK-MINUTOS TO WRK-MIN-INICIO.
           MOVE WRK-AUL-FIM(WRK-AUL-JDX) TO WRK-HHMM.
           PERFORM 0900-CONVERTE-MINUTOS.
           SUBTRACT WRK-MIN-INICIO FROM WRK-MINUTOS.

      ******************************************************************
      * 0300-INCLUI-PROFESSOR - CADASTRA UM PROFESSOR NOVO, ATIVO.
      ******************************************************************
       0300-INCLUI-PROFESSOR SECTION.
           DISPLAY 'ID DO PROFESSOR: '.
           ACCEPT WRK-PROF-ID.
           IF WRK-PROF-ID = SPACES
               DISPLAY 'ID OBRIGATORIO'
               GO TO 0300-EXIT
           END-IF.
           PERFORM 0250-BUSCA-PROFESSOR.
           IF PROFESSOR-EXISTE
               DISPLAY 'ID JA CADASTRADO: ' WRK-PRF-NOME(WRK-PRF-IDX)
               GO TO 0300-EXIT
           END-IF.
           IF WRK-PRF-QTD NOT < 500
               DISPLAY 'CADASTRO DE PROFESSORES CHEIO (500)'
               GO TO 0300-EXIT
           END-IF.

           PERFORM 0700-RECEBE-CPF.
           PERFORM VARYING WRK-PRF-IDX FROM 1 BY 1
                   UNTIL WRK-PRF-IDX > WRK-PRF-QTD
               IF WRK-PRF-CPF(WRK-PRF-IDX) = WRK-CPF-NUM
                   MOVE 'S' TO WRK-PRF-ACHOU
               END-IF
           END-PERFORM.
           IF PROFESSOR-EXISTE
               DISPLAY 'CPF JA CADASTRADO PARA OUTRO PROFESSOR'
               GO TO 0300-EXIT
           END-IF.
           DISPLAY 'CARGA SEMANAL MAXIMA (HORAS): '.
           ACCEPT WRK-HORAS.
           IF WRK-HORAS = 0
               DISPLAY 'CARGA MAXIMA NAO PODE SER ZERO'
               GO TO 0300-EXIT
           END-IF.

           ADD 1 TO WRK-PRF-QTD.
           MOVE WRK-PROF-ID TO WRK-PRF-ID(WRK-PRF-QTD).
           DISPLAY 'NOME: '.
           ACCEPT WRK-PRF-NOME(WRK-PRF-QTD).
           MOVE WRK-CPF-NUM TO WRK-PRF-CPF(WRK-PRF-QTD).
           MOVE WRK-HORAS   TO WRK-PRF-HORAS-MAX(WRK-PRF-QTD).
           MOVE 'A'         TO WRK-PRF-SITUACAO(WRK-PRF-QTD).
           MOVE 'S' TO WRK-MEXEU-PROF.
           DISPLAY 'PROFESSOR INCLUIDO'.
       0300-EXIT.
           EXIT.

      ******************************************************************
      * 0350-CONSULTA-PROFESSOR - DADOS DO PROFESSOR E A CARGA SEMANAL
      * JA MONTADA NA GRADE DO PERIODO.
      ******************************************************************
       0350-CONSULTA-PROFESSOR SECTION.
           DISPLAY 'ID DO PROFESSOR: '.
           ACCEPT WRK-PROF-ID.
           PERFORM 0250-BUSCA-PROFESSOR.
           IF NOT PROFESSOR-EXISTE
               DISPLAY 'PROFESSOR NAO CADASTRADO'
               GO TO 0350-EXIT
           END-IF.

           DISPLAY 'NOME:          ' WRK-PRF-NOME(WRK-PRF-IDX).
           DISPLAY 'CPF:           ' WRK-PRF-CPF(WRK-PRF-IDX).
           DISPLAY 'CARGA MAXIMA:  ' WRK-PRF-HORAS-MAX(WRK-PRF-IDX)
                   ' HORAS/SEMANA'.
           DISPLAY 'SITUACAO:      ' WRK-PRF-SITUACAO(WRK-PRF-IDX).

           DISPLAY 'PERIODO PARA A CARGA (EX 2026-1): '.
           ACCEPT WRK-TERMO.
           MOVE SPACES TO WRK-DISCIPLINA.
           PERFORM 0280-CARGA-PROFESSOR.
           COMPUTE WRK-ED-HORAS ROUNDED = WRK-MIN-PROF / 60.
           DISPLAY 'CARGA NA GRADE: ' WRK-ED-HORAS ' HORAS/SEMANA'.
       0350-EXIT.
           EXIT.

      ******************************************************************
      * 0380-ALTERA-PROFESSOR - NOVA CARGA MAXIMA E SITUACAO (A/I).
      ******************************************************************
       0380-ALTERA-PROFESSOR SECTION.
           DISPLAY 'ID DO PROFESSOR: '.
           ACCEPT WRK-PROF-ID.
           PERFORM 0250-BUSCA-PROFESSOR.
           IF NOT PROFESSOR-EXISTE
               DISPLAY 'PROFESSOR NAO CADASTRADO'
               GO TO 0380-EXIT
           END-IF.

           DISPLAY 'CARGA SEMANAL MAXIMA (HORAS, ATUAL '
                   WRK-PRF-HORAS-MAX(WRK-PRF-IDX) '): '.
           ACCEPT WRK-HORAS.
           IF WRK-HORAS = 0
               DISPLAY 'CARGA MAXIMA NAO PODE SER ZERO'
               GO TO 0380-EXIT
           END-IF.
           DISPLAY 'SITUACAO (A = ATIVO, I = INATIVO, ATUAL '
                   WRK-PRF-SITUACAO(WRK-PRF-IDX) '): '.
           ACCEPT WRK-SITUACAO.
           IF WRK-SITUACAO NOT = 'A' AND WRK-SITUACAO NOT = 'I'
               DISPLAY 'SITUACAO INVALIDA'
               GO TO 0380-EXIT
           END-IF.

           MOVE WRK-HORAS    TO WRK-PRF-HORAS-MAX(WRK-PRF-IDX).
           MOVE WRK-SITUACAO TO WRK-PRF-SITUACAO(WRK-PRF-IDX).
           MOVE 'S' TO WRK-MEXEU-PROF.
           DISPLAY 'PROFESSOR ALTERADO'.
       0380-EXIT.
           EXIT.

      ******************************************************************
      * 0400-TROCA-PROFESSOR - PASSA A DISCIPLINA PARA OUTRO PROFESSOR
      * ATIVO, DESDE QUE AS AULAS DELA NAO BATAM COM AS DELE E CAIBAM
      * NA CARGA MAXIMA.
      ******************************************************************
       0400-TROCA-PROFESSOR SECTION.
           DISPLAY 'CODIGO DA DISCIPLINA: '.
           ACCEPT WRK-DISCIPLINA.
           DISPLAY 'PERIODO (EX 2026-1): '.
           ACCEPT WRK-TERMO.
           PERFORM 0260-BUSCA-DISCIPLINA.
           IF NOT DISCIPLINA-EXISTE
               DISPLAY 'DISCIPLINA NAO OFERTADA NESTE PERIODO'
               GO TO 0400-EXIT
           END-IF.
           DISPLAY 'PROFESSOR ATUAL: ' WRK-DIS-PROFESSOR(WRK-DIS-IDX).

           DISPLAY 'ID DO NOVO PROFESSOR: '.
           ACCEPT WRK-PROF-ID.
           PERFORM 0250-BUSCA-PROFESSOR.
           IF NOT PROFESSOR-EXISTE
               DISPLAY 'PROFESSOR NAO CADASTRADO'
               GO TO 0400-EXIT
           END-IF.
           IF WRK-PRF-SITUACAO(WRK-PRF-IDX) NOT = 'A'
               DISPLAY 'PROFESSOR NAO ESTA ATIVO'
               GO TO 0400-EXIT
           END-IF.

           MOVE 'N' TO WRK-CHOQUE.
           MOVE 0 TO WRK-MIN-NOVOS.
           PERFORM VARYING WRK-AUL-IDX FROM 1 BY 1
                   UNTIL WRK-AUL-IDX > WRK-AUL-QTD OR HOUVE-CHOQUE
               IF WRK-AUL-DISCIPLINA(WRK-AUL-IDX) = WRK-DISCIPLINA
                   AND WRK-AUL-TERMO(WRK-AUL-IDX) = WRK-TERMO
                   MOVE WRK-AUL-IDX TO WRK-AUL-JDX
                   PERFORM 0290-DURACAO-AULA
                   ADD WRK-MINUTOS TO WRK-MIN-NOVOS
                   PERFORM 0450-CHOQUE-PROFESSOR
               END-IF
           END-PERFORM.
           IF HOUVE-CHOQUE
               GO TO 0400-EXIT
           END-IF.

           PERFORM 0280-CARGA-PROFESSOR.
           COMPUTE WRK-MIN-LIMITE =
               WRK-PRF-HORAS-MAX(WRK-PRF-IDX) * 60.
           IF WRK-MIN-PROF + WRK-MIN-NOVOS > WRK-MIN-LIMITE
               COMPUTE WRK-ED-HORAS ROUNDED =
                   (WRK-MIN-PROF + WRK-MIN-NOVOS) / 60
               MOVE WRK-PRF-HORAS-MAX(WRK-PRF-IDX) TO WRK-ED-MAXIMO
               DISPLAY 'CARGA DO PROFESSOR IRIA A ' WRK-ED-HORAS
                       ' HORAS - MAXIMO ' WRK-ED-MAXIMO
               GO TO 0400-EXIT
           END-IF.

           MOVE WRK-PROF-ID TO WRK-DIS-PROF-ID(WRK-DIS-IDX).
           MOVE WRK-PRF-NOME(WRK-PRF-IDX)
               TO WRK-DIS-PROFESSOR(WRK-DIS-IDX).
           MOVE 'S' TO WRK-MEXEU-DISC.
           DISPLAY 'PROFESSOR DA DISCIPLINA TROCADO'.
       0400-EXIT.
           EXIT.

      ******************************************************************
      * 0450-CHOQUE-PROFESSOR - A AULA WRK-AUL-IDX BATE COM ALGUMA
      * AULA DE OUTRA DISCIPLINA DO PROFESSOR WRK-PROF-ID NO MESMO
      * PERIODO E DIA?
      ******************************************************************
       0450-CHOQUE-PROFESSOR SECTION.
           PERFORM VARYING WRK-AUL-JDX FROM 1 BY 1
                   UNTIL WRK-AUL-JDX > WRK-AUL-QTD OR HOUVE-CHOQUE
               IF WRK-AUL-TERMO(WRK-AUL-JDX) = WRK-TERMO
                   AND WRK-AUL-DISCIPLINA(WRK-AUL-JDX) NOT = SPACES
                   AND WRK-AUL-DISCIPLINA(WRK-AUL-JDX)
                       NOT = WRK-DISCIPLINA
                   AND WRK-AUL-DIA(WRK-AUL-JDX)
                       = WRK-AUL-DIA(WRK-AUL-IDX)
                   AND WRK-AUL-INICIO(WRK-AUL-JDX)
                       < WRK-AUL-FIM(WRK-AUL-IDX)
                   AND WRK-AUL-INICIO(WRK-AUL-IDX)
                       < WRK-AUL-FIM(WRK-AUL-JDX)
                   PERFORM 0270-PROFESSOR-DA-AULA
                   IF WRK-PROF-AULA = WRK-PROF-ID
                       MOVE 'S' TO WRK-CHOQUE
                       DISPLAY 'CHOQUE DE PROFESSOR: '
                               WRK-AUL-DISCIPLINA(WRK-AUL-JDX) ' '
                               WRK-DIA-NOME(WRK-AUL-DIA(WRK-AUL-JDX))
                               ' ' WRK-AUL-INICIO(WRK-AUL-JDX)
                               '-' WRK-AUL-FIM(WRK-AUL-JDX)
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * 0500-INCLUI-AULA - AULA NOVA NA GRADE, RECUSADA EM CHOQUE DE
      * DISCIPLINA, SALA OU PROFESSOR E ALEM DA CARGA DO PROFESSOR.
      ******************************************************************
       0500-INCLUI-AULA SECTION.
           DISPLAY 'CODIGO DA DISCIPLINA: '.
           ACCEPT WRK-DISCIPLINA.
           DISPLAY 'PERIODO (EX 2026-1): '.
           ACCEPT WRK-TERMO.
           PERFORM 0260-BUSCA-DISCIPLINA.
           IF NOT DISCIPLINA-EXISTE
               DISPLAY 'DISCIPLINA NAO OFERTADA NESTE PERIODO'
               GO TO 0500-EXIT
           END-IF.
           MOVE WRK-DIS-PROF-ID(WRK-DIS-IDX) TO WRK-PROF-ID.
           PERFORM 0250-BUSCA-PROFESSOR.
           IF WRK-PROF-ID = SPACES OR NOT PROFESSOR-EXISTE
               DISPLAY 'DISCIPLINA SEM PROFESSOR DO TEACHERMASTER - '
                       'USE A OPCAO 4 ANTES'
               GO TO 0500-EXIT
           END-IF.

           DISPLAY 'DIA DA SEMANA (2=SEG 3=TER 4=QUA 5=QUI 6=SEX '
                   '7=SAB 1=DOM): '.
           ACCEPT WRK-DIA.
           IF WRK-DIA < 1 OR WRK-DIA > 7
               DISPLAY 'DIA DA SEMANA INVALIDO'
               GO TO 0500-EXIT
           END-IF.
           DISPLAY 'INICIO (HHMM): '.
           ACCEPT WRK-INICIO.
           DISPLAY 'FIM (HHMM): '.
           ACCEPT WRK-FIM.
           MOVE 'S' TO WRK-HORA-VALIDA.
           MOVE WRK-INICIO TO WRK-HHMM.
           PERFORM 0900-CONVERTE-MINUTOS.
           MOVE WRK-FIM TO WRK-HHMM.
           PERFORM 0900-CONVERTE-MINUTOS.
           IF HORA-INVALIDA OR WRK-INICIO NOT < WRK-FIM
               DISPLAY 'HORARIO INVALIDO'
               GO TO 0500-EXIT
           END-IF.
           DISPLAY 'SALA: '.
           ACCEPT WRK-SALA.
           IF WRK-SALA = SPACES
               DISPLAY 'SALA OBRIGATORIA'
               GO TO 0500-EXIT
           END-IF.
           IF WRK-AUL-QTD NOT < 1000
               DISPLAY 'GRADE CHEIA (1000 AULAS)'
               GO TO 0500-EXIT
           END-IF.

           ADD 1 TO WRK-AUL-QTD.
           MOVE WRK-AUL-QTD    TO WRK-AUL-IDX.
           MOVE WRK-DISCIPLINA TO WRK-AUL-DISCIPLINA(WRK-AUL-IDX).
           MOVE WRK-TERMO      TO WRK-AUL-TERMO(WRK-AUL-IDX).
           MOVE WRK-DIA        TO WRK-AUL-DIA(WRK-AUL-IDX).
           MOVE WRK-INICIO     TO WRK-AUL-INICIO(WRK-AUL-IDX).
           MOVE WRK-FIM        TO WRK-AUL-FIM(WRK-AUL-IDX).
           MOVE WRK-SALA       TO WRK-AUL-SALA(WRK-AUL-IDX).

           MOVE 'N' TO WRK-CHOQUE.
           PERFORM 0550-CHOQUE-AULA.
           IF NOT HOUVE-CHOQUE
               PERFORM 0450-CHOQUE-PROFESSOR
           END-IF.
           IF HOUVE-CHOQUE
               SUBTRACT 1 FROM WRK-AUL-QTD
               GO TO 0500-EXIT
           END-IF.

           MOVE SPACES TO WRK-DISCIPLINA.
           PERFORM 0280-CARGA-PROFESSOR.
           COMPUTE WRK-MIN-LIMITE =
               WRK-PRF-HORAS-MAX(WRK-PRF-IDX) * 60.
           IF WRK-MIN-PROF > WRK-MIN-LIMITE
               SUBTRACT 1 FROM WRK-AUL-QTD
               COMPUTE WRK-ED-HORAS ROUNDED = WRK-MIN-PROF / 60
               MOVE WRK-PRF-HORAS-MAX(WRK-PRF-IDX) TO WRK-ED-MAXIMO
               DISPLAY 'CARGA DO PROFESSOR IRIA A ' WRK-ED-HORAS
                       ' HORAS - MAXIMO ' WRK-ED-MAXIMO
               GO TO 0500-EXIT
           END-IF.

           MOVE 'S' TO WRK-MEXEU-GRADE.
           DISPLAY 'AULA INCLUIDA: ' WRK-AUL-DISCIPLINA(WRK-AUL-IDX)
                   ' ' WRK-DIA-NOME(WRK-DIA) ' ' WRK-INICIO '-'
                   WRK-FIM ' ' WRK-SALA.
       0500-EXIT.
           EXIT.

      ******************************************************************
      * 0550-CHOQUE-AULA - A AULA NOVA (WRK-AUL-IDX) BATE COM OUTRA
      * AULA DA MESMA DISCIPLINA OU NA MESMA SALA, NO MESMO PERIODO E
      * DIA?
      ******************************************************************
       0550-CHOQUE-AULA SECTION.
           PERFORM VARYING WRK-AUL-JDX FROM 1 BY 1
                   UNTIL WRK-AUL-JDX >= WRK-AUL-IDX OR HOUVE-CHOQUE
               IF WRK-AUL-TERMO(WRK-AUL-JDX) = WRK-TERMO
                   AND WRK-AUL-DISCIPLINA(WRK-AUL-JDX) NOT = SPACES
                   AND WRK-AUL-DIA(WRK-AUL-JDX) = WRK-DIA
                   AND WRK-AUL-INICIO(WRK-AUL-JDX) < WRK-FIM
                   AND WRK-INICIO < WRK-AUL-FIM(WRK-AUL-JDX)
                   IF WRK-AUL-DISCIPLINA(WRK-AUL-JDX)
                       = WRK-DISCIPLINA
                       MOVE 'S' TO WRK-CHOQUE
                       DISPLAY 'CHOQUE COM OUTRA AULA DA DISCIPLINA: '
                               WRK-AUL-INICIO(WRK-AUL-JDX) '-'
                               WRK-AUL-FIM(WRK-AUL-JDX)
                   ELSE
                       IF WRK-AUL-SALA(WRK-AUL-JDX) = WRK-SALA
                           MOVE 'S' TO WRK-CHOQUE
                           DISPLAY 'SALA OCUPADA POR '
                                   WRK-AUL-DISCIPLINA(WRK-AUL-JDX) ' '
                                   WRK-AUL-INICIO(WRK-AUL-JDX) '-'
                                   WRK-AUL-FIM(WRK-AUL-JDX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * 0600-EXCLUI-AULA - TIRA DA GRADE A AULA DA DISCIPLINA NO DIA E
      * HORA DE INICIO INFORMADOS.
      ******************************************************************
       0600-EXCLUI-AULA SECTION.
           DISPLAY 'CODIGO DA DISCIPLINA: '.
           ACCEPT WRK-DISCIPLINA.
           DISPLAY 'PERIODO (EX 2026-1): '.
           ACCEPT WRK-TERMO.
           DISPLAY 'DIA DA SEMANA (1=DOM .. 7=SAB): '.
           ACCEPT WRK-DIA.
           DISPLAY 'INICIO (HHMM): '.
           ACCEPT WRK-INICIO.

           MOVE 'N' TO WRK-AUL-ACHOU.
           PERFORM VARYING WRK-AUL-IDX FROM 1 BY 1
                   UNTIL WRK-AUL-IDX > WRK-AUL-QTD OR AULA-EXISTE
               IF WRK-AUL-DISCIPLINA(WRK-AUL-IDX) = WRK-DISCIPLINA
                   AND WRK-AUL-TERMO(WRK-AUL-IDX) = WRK-TERMO
                   AND WRK-AUL-DIA(WRK-AUL-IDX) = WRK-DIA
                   AND WRK-AUL-INICIO(WRK-AUL-IDX) = WRK-INICIO
                   MOVE 'S' TO WRK-AUL-ACHOU
                   SUBTRACT 1 FROM WRK-AUL-IDX
               END-IF
           END-PERFORM.
           IF NOT AULA-EXISTE
               DISPLAY 'AULA NAO ENCONTRADA NA GRADE'
               GO TO 0600-EXIT
           END-IF.

           DISPLAY 'CONFIRMA A EXCLUSAO (S/N)? '.
           ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA NOT = 'S'
               GO TO 0600-EXIT
           END-IF.
           MOVE SPACES TO WRK-AUL-DISCIPLINA(WRK-AUL-IDX).
           MOVE 'S' TO WRK-MEXEU-GRADE.
           DISPLAY 'AULA EXCLUIDA'.
       0600-EXIT.
           EXIT.

      ******************************************************************
      * 0650-LISTA-GRADE - AULAS DA DISCIPLINA NO PERIODO.
      ******************************************************************
       0650-LISTA-GRADE SECTION.
           DISPLAY 'CODIGO DA DISCIPLINA: '.
           ACCEPT WRK-DISCIPLINA.
           DISPLAY 'PERIODO (EX 2026-1): '.
           ACCEPT WRK-TERMO.
           PERFORM 0260-BUSCA-DISCIPLINA.
           IF NOT DISCIPLINA-EXISTE
               DISPLAY 'DISCIPLINA NAO OFERTADA NESTE PERIODO'
               GO TO 0650-EXIT
           END-IF.

           DISPLAY WRK-DIS-NOME(WRK-DIS-IDX) ' - '
                   WRK-DIS-PROFESSOR(WRK-DIS-IDX).
           PERFORM VARYING WRK-AUL-IDX FROM 1 BY 1
                   UNTIL WRK-AUL-IDX > WRK-AUL-QTD
               IF WRK-AUL-DISCIPLINA(WRK-AUL-IDX) = WRK-DISCIPLINA
                   AND WRK-AUL-TERMO(WRK-AUL-IDX) = WRK-TERMO
                   DISPLAY '  ' WRK-DIA-NOME(WRK-AUL-DIA(WRK-AUL-IDX))
                           ' ' WRK-AUL-INICIO(WRK-AUL-IDX)
                           '-' WRK-AUL-FIM(WRK-AUL-IDX)
                           ' ' WRK-AUL-SALA(WRK-AUL-IDX)
               END-IF
           END-PERFORM.
       0650-EXIT.
           EXIT.

      ******************************************************************
      * 0700-RECEBE-CPF - PEDE O CPF DO PROFESSOR E VALIDA O DIGITO
      * VERIFICADOR; REPETE ATE VIR UM CPF VALIDO.
      ******************************************************************
       0700-RECEBE-CPF SECTION.
           DISPLAY 'CPF DO PROFESSOR (SO DIGITOS): '.
           ACCEPT WRK-CPF.
           PERFORM 0710-VALIDA-CPF.
           IF CPF-INVALIDO
               DISPLAY 'CPF INVALIDO - DIGITO VERIFICADOR NAO CONFERE'
               GO TO 0700-RECEBE-CPF
           END-IF.

      ******************************************************************
      * 0710-VALIDA-CPF - QUEBRA O CPF EM ONZE DIGITOS E RECALCULA OS
      * DOIS DIGITOS VERIFICADORES (MESMO ALGORITMO DO PROGCOB048).
      ******************************************************************
       0710-VALIDA-CPF SECTION.
           MOVE 'S' TO WRK-CPF-VALIDO.

           DIVIDE WRK-CPF1 IN WRK-CPF BY 100 GIVING WRK-CPF-D(1)
               REMAINDER WRK-CPF-TMP.
           DIVIDE WRK-CPF-TMP BY 10 GIVING WRK-CPF-D(2)
               REMAINDER WRK-CPF-D(3).

           DIVIDE WRK-CPF2 IN WRK-CPF BY 100 GIVING WRK-CPF-D(4)
               REMAINDER WRK-CPF-TMP.
           DIVIDE WRK-CPF-TMP BY 10 GIVING WRK-CPF-D(5)
               REMAINDER WRK-CPF-D(6).

           DIVIDE WRK-CPF3 IN WRK-CPF BY 100 GIVING WRK-CPF-D(7)
               REMAINDER WRK-CPF-TMP.
           DIVIDE WRK-CPF-TMP BY 10 GIVING WRK-CPF-D(8)
               REMAINDER WRK-CPF-D(9).

           DIVIDE WRK-CPF4 IN WRK-CPF BY 10 GIVING WRK-CPF-D(10)
               REMAINDER WRK-CPF-D(11).

           MOVE 0 TO WRK-CPF-SOMA.
           PERFORM VARYING WRK-CPF-IND FROM 1 BY 1
                           UNTIL WRK-CPF-IND > 9
               COMPUTE WRK-CPF-SOMA = WRK-CPF-SOMA +
                   (WRK-CPF-D(WRK-CPF-IND) * (11 - WRK-CPF-IND))
           END-PERFORM.
           DIVIDE WRK-CPF-SOMA BY 11 GIVING WRK-CPF-Q
               REMAINDER WRK-CPF-RESTO.
           IF WRK-CPF-RESTO < 2
               MOVE 0 TO WRK-CPF-DV1
           ELSE
               COMPUTE WRK-CPF-DV1 = 11 - WRK-CPF-RESTO
           END-IF.

           MOVE 0 TO WRK-CPF-SOMA.
           PERFORM VARYING WRK-CPF-IND FROM 1 BY 1
                           UNTIL WRK-CPF-IND > 9
               COMPUTE WRK-CPF-SOMA = WRK-CPF-SOMA +
                   (WRK-CPF-D(WRK-CPF-IND) * (12 - WRK-CPF-IND))
           END-PERFORM.
           COMPUTE WRK-CPF-SOMA = WRK-CPF-SOMA + (WRK-CPF-DV1 * 2).
           DIVIDE WRK-CPF-SOMA BY 11 GIVING WRK-CPF-Q
               REMAINDER WRK-CPF-RESTO.
           IF WRK-CPF-RESTO < 2
               MOVE 0 TO WRK-CPF-DV2
           ELSE
               COMPUTE WRK-CPF-DV2 = 11 - WRK-CPF-RESTO
           END-IF.

           IF WRK-CPF-DV1 NOT = WRK-CPF-D(10)
               OR WRK-CPF-DV2 NOT = WRK-CPF-D(11)
               MOVE 'N' TO WRK-CPF-VALIDO
           END-IF.

      ******************************************************************
      * 0800-REGRAVA-PROFESSORES - REGRAVA O TEACHERMASTER COMPLETO.
      ******************************************************************
       0800-REGRAVA-PROFESSORES SECTION.
           OPEN OUTPUT TEACHER-MASTER-FILE.
           PERFORM VARYING WRK-PRF-IDX FROM 1 BY 1
                   UNTIL WRK-PRF-IDX > WRK-PRF-QTD
               MOVE WRK-PRF-ID(WRK-PRF-IDX)        TO PF-ID
               MOVE WRK-PRF-NOME(WRK-PRF-IDX)      TO PF-NOME
               MOVE WRK-PRF-CPF(WRK-PRF-IDX)       TO PF-CPF
               MOVE WRK-PRF-HORAS-MAX(WRK-PRF-IDX) TO PF-HORAS-MAX
               MOVE WRK-PRF-SITUACAO(WRK-PRF-IDX)  TO PF-SITUACAO
               WRITE PF-REGISTRO
           END-PERFORM.
           CLOSE TEACHER-MASTER-FILE.
           DISPLAY 'TEACHERMASTER REGRAVADO COM ' WRK-PRF-QTD
                   ' PROFESSORES'.

      ******************************************************************
      * 0820-REGRAVA-GRADE - REGRAVA O TIMETABLE SEM AS AULAS
      * EXCLUIDAS.
      ******************************************************************
       0820-REGRAVA-GRADE SECTION.
           OPEN OUTPUT TIMETABLE-FILE.
           PERFORM VARYING WRK-AUL-IDX FROM 1 BY 1
                   UNTIL WRK-AUL-IDX > WRK-AUL-QTD
               IF WRK-AUL-DISCIPLINA(WRK-AUL-IDX) NOT = SPACES
                   MOVE WRK-AUL-DISCIPLINA(WRK-AUL-IDX)
                       TO HG-DISCIPLINA
                   MOVE WRK-AUL-TERMO(WRK-AUL-IDX)  TO HG-TERMO
                   MOVE WRK-AUL-DIA(WRK-AUL-IDX)    TO HG-DIA-SEMANA
                   MOVE WRK-AUL-INICIO(WRK-AUL-IDX) TO HG-INICIO
                   MOVE WRK-AUL-FIM(WRK-AUL-IDX)    TO HG-FIM
                   MOVE WRK-AUL-SALA(WRK-AUL-IDX)   TO HG-SALA
                   WRITE HG-REGISTRO
               END-IF
           END-PERFORM.
           CLOSE TIMETABLE-FILE.
           DISPLAY 'TIMETABLE REGRAVADO'.

      ******************************************************************
      * 0840-REGRAVA-DISCIPLINAS - REGRAVA O SUBJMASTER COMPLETO.
      ******************************************************************
       0840-REGRAVA-DISCIPLINAS SECTION.
           OPEN OUTPUT SUBJECT-MASTER-FILE.
           PERFORM VARYING WRK-DIS-IDX FROM 1 BY 1
                   UNTIL WRK-DIS-IDX > WRK-DIS-QTD
               MOVE WRK-DIS-CODIGO(WRK-DIS-IDX)     TO DI-CODIGO
               MOVE WRK-DIS-NOME(WRK-DIS-IDX)       TO DI-NOME
               MOVE WRK-DIS-TERMO(WRK-DIS-IDX)      TO DI-TERMO
               MOVE WRK-DIS-CAPACIDADE(WRK-DIS-IDX) TO DI-CAPACIDADE
               MOVE WRK-DIS-PROFESSOR(WRK-DIS-IDX)  TO DI-PROFESSOR
               MOVE WRK-DIS-PROF-ID(WRK-DIS-IDX)    TO DI-PROF-ID
               WRITE DI-REGISTRO
           END-PERFORM.
           CLOSE SUBJECT-MASTER-FILE.
           DISPLAY 'SUBJMASTER REGRAVADO COM ' WRK-DIS-QTD
                   ' DISCIPLINAS'.

      ******************************************************************
      * 0900-CONVERTE-MINUTOS - WRK-HHMM EM MINUTOS DESDE A MEIA-NOITE
      * (WRK-MINUTOS); HORA OU MINUTO FORA DA FAIXA LIGA HORA-INVALIDA.
      ******************************************************************
       0900-CONVERTE-MINUTOS SECTION.
           DIVIDE WRK-HHMM BY 100 GIVING WRK-HH REMAINDER WRK-MM.
           IF WRK-HH > 23 OR WRK-MM > 59
               MOVE 'N' TO WRK-HORA-VALIDA
           END-IF.
           COMPUTE WRK-MINUTOS = WRK-HH * 60 + WRK-MM.

       END PROGRAM PROGCOB183.
