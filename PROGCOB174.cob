       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB174.
      ******************************************************************
      *AUTHOR: CARLOS AMARAL
      *DATE: 15/10/2026
      *PURPOSE: RELATORIO MENSAL PARA O RH DAS CONSULTAS A SALARIO E
      *         DADOS PESSOAIS. LE O INQAUDIT (GRAVADO PELO INQLUTIL A
      *         CADA CONSULTA DE CPF), FILTRA O ANO/MES INFORMADO E
      *         TOTALIZA POR USUARIO AS CONSULTAS E OS CPFS DISTINTOS.
      *         APONTA NO INQRPT QUEM OLHOU CPF DE OUTRO DEPARTAMENTO
      *         (DEPARTAMENTO DO USUARIO PELO UM-CPF DO USERMASTER,
      *         DO CPF CONSULTADO PELO EMPLOYEEMASTER) E QUEM PASSOU DO
      *         LIMITE DE CPFS DISTINTOS NO MES, LISTANDO OS CPFS DE
      *         CADA USUARIO APONTADO.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INQUIRY-AUDIT-FILE ASSIGN TO 'INQAUDIT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-INQ-STATUS.

           SELECT USER-MASTER-FILE ASSIGN TO 'USERMASTER'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UM-USER
               FILE STATUS IS WRK-USERMASTER-STATUS.

           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO 'EMPLOYEEMASTER'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-CPF
               FILE STATUS IS WRK-EMP-STATUS.

           SELECT INQUIRY-REPORT-FILE ASSIGN TO 'INQRPT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INQUIRY-AUDIT-FILE.
           COPY 'INQAUDIT-REC.cob'.

       FD  USER-MASTER-FILE.
           COPY 'USERMASTER-REC.cob'.

       FD  EMPLOYEE-MASTER-FILE.
           COPY 'EMPMASTER-REC.cob'.

       FD  INQUIRY-REPORT-FILE.
       01  IR-LINHA                PIC X(100).

       WORKING-STORAGE SECTION.
       77  WRK-INQ-STATUS      PIC X(02)       VALUE SPACES.
       77  WRK-INQ-EOF         PIC X(01)       VALUE 'N'.
           88  INQ-ACABOU                      VALUE 'S'.
       77  WRK-USERMASTER-STATUS PIC X(02)     VALUE SPACES.
       77  WRK-EMP-STATUS      PIC X(02)       VALUE SPACES.
       77  WRK-REPORT-STATUS   PIC X(02)       VALUE SPACES.

       77  WRK-COMPETENCIA     PIC 9(06)       VALUE ZEROES.
       77  WRK-LIMITE-CPFS     PIC 9(04)       VALUE ZEROES.
       77  WRK-LIMITE-PADRAO   PIC 9(04)       VALUE 20.

      ******************************************************************
      * WRK-TAB-USUARIO - UMA LINHA POR USUARIO QUE CONSULTOU NO MES,
      * COM O DEPARTAMENTO DELE E OS TOTAIS.
      ******************************************************************
       77  WRK-USU-QTD         PIC 9(03)       VALUE ZEROES.
       77  WRK-USU-IDX         PIC 9(03)       VALUE ZEROES.
       77  WRK-USU-POS         PIC 9(03)       VALUE ZEROES.
       01  WRK-TAB-USUARIO.
           02  WRK-USU-LINHA   OCCURS 500 TIMES.
               03  WRK-USU-NOME        PIC X(20).
               03  WRK-USU-CPF         PIC 9(11).
               03  WRK-USU-DEPTO       PIC X(04).
               03  WRK-USU-CONSULTAS   PIC 9(05).
               03  WRK-USU-DISTINTOS   PIC 9(05).
               03  WRK-USU-FORA        PIC 9(05).

      ******************************************************************
      * WRK-TAB-PAR - UMA LINHA POR USUARIO X CPF CONSULTADO, COM O
      * DEPARTAMENTO DO CPF E O ULTIMO PROGRAMA USADO.
      ******************************************************************
       77  WRK-PAR-QTD         PIC 9(05)       VALUE ZEROES.
       77  WRK-PAR-IDX         PIC 9(05)       VALUE ZEROES.
       77  WRK-PAR-POS         PIC 9(05)       VALUE ZEROES.
       01  WRK-TAB-PAR.
           02  WRK-PAR-LINHA   OCCURS 5000 TIMES.
               03  WRK-PAR-USU         PIC 9(03).
               03  WRK-PAR-CPF         PIC 9(11).
               03  WRK-PAR-DEPTO       PIC X(04).
               03  WRK-PAR-PROGRAMA    PIC X(10).
               03  WRK-PAR-VEZES       PIC 9(05).
               03  WRK-PAR-FORA        PIC X(01).

       77  WRK-BUSCA           PIC X(01)       VALUE 'N'.
           88  BUSCA-ACHOU                     VALUE 'S'.
       77  WRK-FLAG-FORA       PIC X(10)       VALUE SPACES.
       77  WRK-FLAG-VOLUME     PIC X(11)       VALUE SPACES.
       77  WRK-QTDE-LIDAS      PIC 9(06)       VALUE ZEROES.
       77  WRK-QTDE-APONTADOS  PIC 9(03)       VALUE ZEROES.

       PROCEDURE DIVISION.

           DISPLAY 'COMPETENCIA DO RELATORIO (AAAAMM): '.
           ACCEPT WRK-COMPETENCIA.
           DISPLAY 'LIMITE DE CPFS DISTINTOS NO MES (0 = 20): '.
           ACCEPT WRK-LIMITE-CPFS.
           IF WRK-LIMITE-CPFS = 0
               MOVE WRK-LIMITE-PADRAO TO WRK-LIMITE-CPFS
           END-IF.

           OPEN INPUT INQUIRY-AUDIT-FILE.
           IF WRK-INQ-STATUS NOT = '00'
               DISPLAY 'INQAUDIT NAO ENCONTRADO - NADA A RELATAR'
               STOP RUN
           END-IF.
           OPEN INPUT USER-MASTER-FILE.
           OPEN INPUT EMPLOYEE-MASTER-FILE.

           PERFORM UNTIL INQ-ACABOU
               READ INQUIRY-AUDIT-FILE
                   AT END
                       MOVE 'S' TO WRK-INQ-EOF
                   NOT AT END
                       IF IQ-DATA(1:6) = WRK-COMPETENCIA
                           PERFORM 0100-ACUMULA-CONSULTA
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE INQUIRY-AUDIT-FILE.
           IF WRK-EMP-STATUS = '00'
               CLOSE EMPLOYEE-MASTER-FILE
           END-IF.
           IF WRK-USERMASTER-STATUS = '00'
               CLOSE USER-MASTER-FILE
           END-IF.

           PERFORM 0300-IMPRIME-RELATORIO.

           DISPLAY 'CONSULTAS NO MES: ' WRK-QTDE-LIDAS.
           DISPLAY 'USUARIOS APONTADOS (VER INQRPT): '
                   WRK-QTDE-APONTADOS.
           IF WRK-QTDE-APONTADOS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

      ******************************************************************
      * 0100-ACUMULA-CONSULTA - SOMA A CONSULTA NO USUARIO E NO PAR
      * USUARIO X CPF; CPF NOVO PARA O USUARIO CONTA COMO DISTINTO E,
      * SE FOR DE OUTRO DEPARTAMENTO, COMO FORA DO DEPARTAMENTO.
      ******************************************************************
       0100-ACUMULA-CONSULTA SECTION.
           ADD 1 TO WRK-QTDE-LIDAS.

           MOVE 'N' TO WRK-BUSCA.
           PERFORM VARYING WRK-USU-IDX FROM 1 BY 1
                   UNTIL WRK-USU-IDX > WRK-USU-QTD OR BUSCA-ACHOU
               IF WRK-USU-NOME(WRK-USU-IDX) = IQ-OPERADOR
                   MOVE 'S' TO WRK-BUSCA
                   MOVE WRK-USU-IDX TO WRK-USU-POS
               END-IF
           END-PERFORM.
           IF NOT BUSCA-ACHOU
               IF WRK-USU-QTD = 500
                   GO TO 0100-EXIT
               END-IF
               ADD 1 TO WRK-USU-QTD
               MOVE WRK-USU-QTD TO WRK-USU-POS
               MOVE IQ-OPERADOR TO WRK-USU-NOME(WRK-USU-POS)
               MOVE ZEROES TO WRK-USU-CONSULTAS(WRK-USU-POS)
               MOVE ZEROES TO WRK-USU-DISTINTOS(WRK-USU-POS)
               MOVE ZEROES TO WRK-USU-FORA(WRK-USU-POS)
               PERFORM 0150-DEPTO-USUARIO
           END-IF.
           ADD 1 TO WRK-USU-CONSULTAS(WRK-USU-POS).

           MOVE 'N' TO WRK-BUSCA.
           PERFORM VARYING WRK-PAR-IDX FROM 1 BY 1
                   UNTIL WRK-PAR-IDX > WRK-PAR-QTD OR BUSCA-ACHOU
               IF WRK-PAR-USU(WRK-PAR-IDX) = WRK-USU-POS
                   AND WRK-PAR-CPF(WRK-PAR-IDX) = IQ-CPF
                   MOVE 'S' TO WRK-BUSCA
                   MOVE WRK-PAR-IDX TO WRK-PAR-POS
               END-IF
           END-PERFORM.
           IF NOT BUSCA-ACHOU
               IF WRK-PAR-QTD = 5000
                   GO TO 0100-EXIT
               END-IF
               ADD 1 TO WRK-PAR-QTD
               MOVE WRK-PAR-QTD TO WRK-PAR-POS
               MOVE WRK-USU-POS TO WRK-PAR-USU(WRK-PAR-POS)
               MOVE IQ-CPF      TO WRK-PAR-CPF(WRK-PAR-POS)
               MOVE ZEROES      TO WRK-PAR-VEZES(WRK-PAR-POS)
               PERFORM 0200-DEPTO-CONSULTADO
               ADD 1 TO WRK-USU-DISTINTOS(WRK-USU-POS)
               IF WRK-PAR-FORA(WRK-PAR-POS) = 'S'
                   ADD 1 TO WRK-USU-FORA(WRK-USU-POS)
               END-IF
           END-IF.
           ADD 1 TO WRK-PAR-VEZES(WRK-PAR-POS).
           MOVE IQ-PROGRAMA TO WRK-PAR-PROGRAMA(WRK-PAR-POS).
       0100-EXIT.
           EXIT.

      ******************************************************************
      * 0150-DEPTO-USUARIO - DEPARTAMENTO DO USUARIO PELO FUNCIONARIO
      * VINCULADO (UM-CPF). SEM VINCULO, O DEPARTAMENTO FICA EM BRANCO
      * E O RELATORIO AVISA QUE NAO DA PARA CONFERIR.
      ******************************************************************
       0150-DEPTO-USUARIO SECTION.
           MOVE ZEROES TO WRK-USU-CPF(WRK-USU-POS).
           MOVE SPACES TO WRK-USU-DEPTO(WRK-USU-POS).
           IF WRK-USERMASTER-STATUS NOT = '00'
               GO TO 0150-EXIT
           END-IF.

           MOVE IQ-OPERADOR TO UM-USER.
           READ USER-MASTER-FILE
               INVALID KEY
                   GO TO 0150-EXIT
           END-READ.
           IF UM-CPF NOT NUMERIC OR UM-CPF = 0
               GO TO 0150-EXIT
           END-IF.
           MOVE UM-CPF TO WRK-USU-CPF(WRK-USU-POS).

           IF WRK-EMP-STATUS NOT = '00'
               GO TO 0150-EXIT
           END-IF.
           MOVE UM-CPF TO EM-CPF.
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   GO TO 0150-EXIT
           END-READ.
           MOVE EM-DEPARTAMENTO(1:4) TO WRK-USU-DEPTO(WRK-USU-POS).
       0150-EXIT.
           EXIT.

      ******************************************************************
      * 0200-DEPTO-CONSULTADO - DEPARTAMENTO DO CPF CONSULTADO E SE ELE
      * E DE FORA DO DEPARTAMENTO DO USUARIO (O PROPRIO CPF E CPF SEM
      * CADASTRO NAO CONTAM COMO FORA).
      ******************************************************************
       0200-DEPTO-CONSULTADO SECTION.
           MOVE SPACES TO WRK-PAR-DEPTO(WRK-PAR-POS).
           MOVE 'N'    TO WRK-PAR-FORA(WRK-PAR-POS).
           IF WRK-EMP-STATUS NOT = '00'
               GO TO 0200-EXIT
           END-IF.

           MOVE IQ-CPF TO EM-CPF.
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   GO TO 0200-EXIT
           END-READ.
           MOVE EM-DEPARTAMENTO(1:4) TO WRK-PAR-DEPTO(WRK-PAR-POS).

           IF IQ-CPF NOT = WRK-USU-CPF(WRK-USU-POS)
               AND WRK-USU-DEPTO(WRK-USU-POS) NOT = SPACES
               AND WRK-PAR-DEPTO(WRK-PAR-POS) NOT =
                   WRK-USU-DEPTO(WRK-USU-POS)
               MOVE 'S' TO WRK-PAR-FORA(WRK-PAR-POS)
           END-IF.
       0200-EXIT.
           EXIT.

      ******************************************************************
      * 0300-IMPRIME-RELATORIO - UMA LINHA POR USUARIO COM OS TOTAIS E
      * OS APONTAMENTOS; USUARIO APONTADO GANHA A LISTA DOS CPFS.
      ******************************************************************
       0300-IMPRIME-RELATORIO SECTION.
           OPEN OUTPUT INQUIRY-REPORT-FILE.
           MOVE SPACES TO IR-LINHA.
           STRING 'CONSULTAS A SALARIO E DADOS PESSOAIS - '
                  WRK-COMPETENCIA(5:2) '/' WRK-COMPETENCIA(1:4)
                  ' - LIMITE DE CPFS DISTINTOS ' WRK-LIMITE-CPFS
               DELIMITED BY SIZE INTO IR-LINHA
           END-STRING
           WRITE IR-LINHA.
           MOVE SPACES TO IR-LINHA.
           WRITE IR-LINHA FROM '-------------------------------------'.

           PERFORM VARYING WRK-USU-IDX FROM 1 BY 1
                   UNTIL WRK-USU-IDX > WRK-USU-QTD
               MOVE SPACES TO WRK-FLAG-FORA
               MOVE SPACES TO WRK-FLAG-VOLUME
               IF WRK-USU-FORA(WRK-USU-IDX) > 0
                   MOVE 'FORA DEPTO' TO WRK-FLAG-FORA
               END-IF
               IF WRK-USU-DISTINTOS(WRK-USU-IDX) > WRK-LIMITE-CPFS
                   MOVE 'VOLUME ALTO' TO WRK-FLAG-VOLUME
               END-IF
               MOVE SPACES TO IR-LINHA
               STRING WRK-USU-NOME(WRK-USU-IDX)
                      ' DEPTO ' WRK-USU-DEPTO(WRK-USU-IDX)
                      ' CONSULTAS ' WRK-USU-CONSULTAS(WRK-USU-IDX)
                      ' CPFS ' WRK-USU-DISTINTOS(WRK-USU-IDX)
                      ' FORA ' WRK-USU-FORA(WRK-USU-IDX)
                      ' ' WRK-FLAG-FORA ' ' WRK-FLAG-VOLUME
                   DELIMITED BY SIZE INTO IR-LINHA
               END-STRING
               WRITE IR-LINHA
               IF WRK-USU-DEPTO(WRK-USU-IDX) = SPACES
                   MOVE SPACES TO IR-LINHA
                   WRITE IR-LINHA FROM
                       '   SEM FUNCIONARIO VINCULADO - DEPTO NAO VISTO'
               END-IF
               IF WRK-FLAG-FORA NOT = SPACES
                   OR WRK-FLAG-VOLUME NOT = SPACES
                   ADD 1 TO WRK-QTDE-APONTADOS
                   PERFORM 0350-IMPRIME-CPFS
               END-IF
           END-PERFORM.

           CLOSE INQUIRY-REPORT-FILE.

      ******************************************************************
      * 0350-IMPRIME-CPFS - CPFS CONSULTADOS PELO USUARIO APONTADO.
      ******************************************************************
       0350-IMPRIME-CPFS SECTION.
           PERFORM VARYING WRK-PAR-IDX FROM 1 BY 1
                   UNTIL WRK-PAR-IDX > WRK-PAR-QTD
               IF WRK-PAR-USU(WRK-PAR-IDX) = WRK-USU-IDX
                   MOVE SPACES TO IR-LINHA
                   STRING '   CPF ' WRK-PAR-CPF(WRK-PAR-IDX)
                          ' DEPTO ' WRK-PAR-DEPTO(WRK-PAR-IDX)
                          ' ' WRK-PAR-PROGRAMA(WRK-PAR-IDX)
                          ' VEZES ' WRK-PAR-VEZES(WRK-PAR-IDX)
                       DELIMITED BY SIZE INTO IR-LINHA
                   END-STRING
                   IF WRK-PAR-FORA(WRK-PAR-IDX) = 'S'
                       MOVE 'FORA DO DEPTO' TO IR-LINHA(60:13)
                   END-IF
                   WRITE IR-LINHA
               END-IF
           END-PERFORM.

       END PROGRAM PROGCOB174.
