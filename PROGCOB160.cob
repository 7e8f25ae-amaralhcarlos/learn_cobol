       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB160.
      ******************************************************************
      *AUTHOR: CARLOS AMARAL
      *DATE: 15/10/2026
      *PURPOSE: ABSENTEISMO MENSAL POR DEPARTAMENTO. PARA A COMPETENCIA
      *         INFORMADA, CONTA PELO ABSUTIL AS AUSENCIAS DO REGISTRO
      *         (ABSENCES, PROGCOB159) DE CADA FUNCIONARIO ATIVO DO
      *         EMPLOYEEMASTER E SOMA NO DEPARTAMENTO (DEPTMASTER): DIAS
      *         UTEIS DE FALTA INJUSTIFICADA, DSR PERDIDOS, ATESTADO,
      *         LICENCA LEGAL E AFASTAMENTO PELO INSS. O INDICE DE
      *         ABSENTEISMO E O TOTAL DE DIAS UTEIS AUSENTES SOBRE OS
      *         DIAS UTEIS PREVISTOS (FUNCIONARIOS X DIAS UTEIS DO MES).
      *         SAI NO ABSENTRPT. RETURN-CODE 4 QUANDO HA AUSENCIA NO
      *         MES; 8 SEM O EMPLOYEEMASTER OU COM COMPETENCIA INVALIDA.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO 'EMPLOYEEMASTER'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-CPF
               FILE STATUS IS WRK-EMP-STATUS.

           SELECT DEPT-MASTER-FILE ASSIGN TO 'DEPTMASTER'
               ORGANIZATION INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DM-CODIGO
               FILE STATUS IS WRK-DEPT-STATUS.

           SELECT ABSENT-REPORT-FILE ASSIGN TO 'ABSENTRPT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER-FILE.
           COPY 'EMPMASTER-REC.cob'.

       FD  DEPT-MASTER-FILE.
           COPY 'DEPTMASTER-REC.cob'.

       FD  ABSENT-REPORT-FILE.
       01  AR-LINHA                PIC X(120).

       WORKING-STORAGE SECTION.
       COPY 'DATEUTIL-PARM.cob'.
       COPY 'ABSUTIL-PARM.cob'.

       77  WRK-EMP-STATUS      PIC X(02)       VALUE SPACES.
       77  WRK-EMP-EOF         PIC X(01)       VALUE 'N'.
           88  EMP-ACABOU                      VALUE 'S'.
       77  WRK-DEPT-STATUS     PIC X(02)       VALUE SPACES.
       77  WRK-DEPT-EOF        PIC X(01)       VALUE 'N'.
           88  DEPT-ACABOU                     VALUE 'S'.
       77  WRK-REPORT-STATUS   PIC X(02)       VALUE SPACES.

       01  WRK-COMPETENCIA.
           02  WRK-COMP-ANO    PIC 9(04)       VALUE ZEROES.
           02  WRK-COMP-MES    PIC 9(02)       VALUE ZEROES.
       01  WRK-DIA.
           02  WRK-DIA-ANO     PIC 9(04)       VALUE ZEROES.
           02  WRK-DIA-MES     PIC 9(02)       VALUE ZEROES.
           02  WRK-DIA-DIA     PIC 9(02)       VALUE ZEROES.
       77  WRK-INI-COMP        PIC 9(08)       VALUE ZEROES.
       77  WRK-FIM-COMP        PIC 9(08)       VALUE ZEROES.
       77  WRK-ULT-DIA         PIC 9(02)       VALUE ZEROES.
       77  WRK-DIAS-UTEIS      PIC 9(02)       VALUE ZEROES.
       77  WRK-DEPTO-FUNC      PIC X(04)       VALUE SPACES.
       77  WRK-AUSENTES        PIC 9(05)       VALUE ZEROES.
       77  WRK-PREVISTOS       PIC 9(07)       VALUE ZEROES.
       77  WRK-INDICE          PIC 9(03)V99    VALUE ZEROES.
       77  WRK-INDICE-ED       PIC ZZ9,99      VALUE ZEROES.
       77  WRK-QTDE-FUNC       PIC 9(05)       VALUE ZEROES.

      ******************************************************************
      * DEPARTAMENTOS DO CADASTRO COM OS ACUMULADOS DO MES. A ULTIMA
      * LINHA USADA GUARDA O FUNCIONARIO SEM DEPARTAMENTO CADASTRADO.
      ******************************************************************
       77  WRK-DEP-QTD         PIC 9(03)       VALUE ZEROES.
       77  WRK-DEP-IDX         PIC 9(03)       VALUE ZEROES.
       77  WRK-DEP-POS         PIC 9(03)       VALUE ZEROES.
       01  WRK-TAB-DEPTOS.
           02  WRK-DEP-LINHA   OCCURS 101 TIMES.
               03  WRK-DEP-CODIGO      PIC X(04).
               03  WRK-DEP-NOME        PIC X(20).
               03  WRK-DEP-FUNC        PIC 9(05).
               03  WRK-DEP-FALTAS      PIC 9(05).
               03  WRK-DEP-DSR         PIC 9(05).
               03  WRK-DEP-ATESTADO    PIC 9(05).
               03  WRK-DEP-LICENCA     PIC 9(05).
               03  WRK-DEP-INSS        PIC 9(05).

       01  WRK-TOTAIS.
           02  WRK-TOT-FUNC        PIC 9(05)   VALUE ZEROES.
           02  WRK-TOT-FALTAS      PIC 9(05)   VALUE ZEROES.
           02  WRK-TOT-DSR         PIC 9(05)   VALUE ZEROES.
           02  WRK-TOT-ATESTADO    PIC 9(05)   VALUE ZEROES.
           02  WRK-TOT-LICENCA     PIC 9(05)   VALUE ZEROES.
           02  WRK-TOT-INSS        PIC 9(05)   VALUE ZEROES.

       PROCEDURE DIVISION.

           DISPLAY 'COMPETENCIA DO ABSENTEISMO (AAAAMM): '.
           ACCEPT WRK-COMPETENCIA.

           COMPUTE WRK-INI-COMP =
               (WRK-COMP-ANO * 10000) + (WRK-COMP-MES * 100) + 1.
           MOVE 'V'          TO DU-FUNCAO.
           MOVE WRK-INI-COMP TO DU-DATA.
           CALL 'DATEUTIL' USING DU-PARM.
           IF DU-RETORNO NOT = 'S'
               DISPLAY 'COMPETENCIA INVALIDA: ' WRK-COMPETENCIA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE DU-ULT-DIA TO WRK-ULT-DIA.
           COMPUTE WRK-FIM-COMP = WRK-INI-COMP - 1 + WRK-ULT-DIA.

           PERFORM 0100-CONTA-DIAS-UTEIS.
           PERFORM 0150-CARREGA-DEPARTAMENTOS.

           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WRK-EMP-STATUS NOT = '00'
               DISPLAY 'EMPLOYEEMASTER NAO ENCONTRADO - SEM RELATORIO'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM UNTIL EMP-ACABOU
               READ EMPLOYEE-MASTER-FILE NEXT
                   AT END
                       MOVE 'S' TO WRK-EMP-EOF
                   NOT AT END
                       IF NOT FUNCIONARIO-DESLIGADO
                           PERFORM 0200-APURA-FUNCIONARIO
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE EMPLOYEE-MASTER-FILE.

           PERFORM 0400-IMPRIME-RELATORIO.

           DISPLAY 'FUNCIONARIOS APURADOS: ' WRK-QTDE-FUNC.
           DISPLAY 'INDICE DE ABSENTEISMO DA EMPRESA: ' WRK-INDICE-ED
                   '%'.

           IF WRK-AUSENTES > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

      ******************************************************************
      * 0100-CONTA-DIAS-UTEIS - DIAS UTEIS DA COMPETENCIA (SEM SABADO,
      * DOMINGO E FERIADO NACIONAL), BASE DOS DIAS PREVISTOS.
      ******************************************************************
       0100-CONTA-DIAS-UTEIS SECTION.
           MOVE 0 TO WRK-DIAS-UTEIS.
           MOVE WRK-INI-COMP TO WRK-DIA.
           PERFORM UNTIL WRK-DIA-DIA > WRK-ULT-DIA
               MOVE 'U'     TO DU-FUNCAO
               MOVE WRK-DIA TO DU-DATA
               MOVE SPACES  TO DU-UF
               CALL 'DATEUTIL' USING DU-PARM
               IF DU-RETORNO = 'S'
                   ADD 1 TO WRK-DIAS-UTEIS
               END-IF
               ADD 1 TO WRK-DIA-DIA
           END-PERFORM.

      ******************************************************************
      * 0150-CARREGA-DEPARTAMENTOS - CODIGO E NOME DE CADA
      * DEPARTAMENTO DO DEPTMASTER, COM OS ACUMULADOS ZERADOS.
      ******************************************************************
       0150-CARREGA-DEPARTAMENTOS SECTION.
           INITIALIZE WRK-TAB-DEPTOS.

           OPEN INPUT DEPT-MASTER-FILE.
           IF WRK-DEPT-STATUS NOT = '00'
               DISPLAY 'DEPTMASTER NAO ENCONTRADO - TUDO SAI SEM '
                       'DEPARTAMENTO'
               GO TO 0150-EXIT
           END-IF.

           PERFORM UNTIL DEPT-ACABOU
               READ DEPT-MASTER-FILE NEXT
                   AT END
                       MOVE 'S' TO WRK-DEPT-EOF
                   NOT AT END
                       IF WRK-DEP-QTD < 100
                           ADD 1 TO WRK-DEP-QTD
                           MOVE DM-CODIGO
                               TO WRK-DEP-CODIGO(WRK-DEP-QTD)
                           MOVE DM-NOME
                               TO WRK-DEP-NOME(WRK-DEP-QTD)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE DEPT-MASTER-FILE.
       0150-EXIT.
           EXIT.

      ******************************************************************
      * 0200-APURA-FUNCIONARIO - CONTA AS AUSENCIAS DO FUNCIONARIO NO
      * MES E SOMA NO SEU DEPARTAMENTO.
      ******************************************************************
       0200-APURA-FUNCIONARIO SECTION.
           ADD 1 TO WRK-QTDE-FUNC.

           MOVE EM-DEPARTAMENTO(1:4) TO WRK-DEPTO-FUNC.
           MOVE 0 TO WRK-DEP-POS.
           PERFORM VARYING WRK-DEP-IDX FROM 1 BY 1
                   UNTIL WRK-DEP-IDX > WRK-DEP-QTD
                       OR WRK-DEP-POS > 0
               IF WRK-DEP-CODIGO(WRK-DEP-IDX) = WRK-DEPTO-FUNC
                   AND WRK-DEP-CODIGO(WRK-DEP-IDX) NOT = '----'
                   MOVE WRK-DEP-IDX TO WRK-DEP-POS
               END-IF
           END-PERFORM.
           IF WRK-DEP-POS = 0
               PERFORM 0250-POSICAO-SEM-DEPTO
           END-IF.

           MOVE 'C'          TO AX-FUNCAO.
           MOVE EM-CPF       TO AX-CPF.
           MOVE WRK-INI-COMP TO AX-DATA-INI.
           MOVE WRK-FIM-COMP TO AX-DATA-FIM.
           CALL 'ABSUTIL' USING AX-PARM.

           ADD 1           TO WRK-DEP-FUNC(WRK-DEP-POS).
           ADD AX-FALTAS   TO WRK-DEP-FALTAS(WRK-DEP-POS).
           ADD AX-DSR      TO WRK-DEP-DSR(WRK-DEP-POS).
           ADD AX-ATESTADO TO WRK-DEP-ATESTADO(WRK-DEP-POS).
           ADD AX-LICENCA  TO WRK-DEP-LICENCA(WRK-DEP-POS).
           ADD AX-INSS     TO WRK-DEP-INSS(WRK-DEP-POS).

      ******************************************************************
      * 0250-POSICAO-SEM-DEPTO - LINHA '----' DOS FUNCIONARIOS SEM
      * DEPARTAMENTO CADASTRADO, CRIADA NA PRIMEIRA VEZ.
      ******************************************************************
       0250-POSICAO-SEM-DEPTO SECTION.
           PERFORM VARYING WRK-DEP-IDX FROM 1 BY 1
                   UNTIL WRK-DEP-IDX > WRK-DEP-QTD
                       OR WRK-DEP-POS > 0
               IF WRK-DEP-CODIGO(WRK-DEP-IDX) = '----'
                   MOVE WRK-DEP-IDX TO WRK-DEP-POS
               END-IF
           END-PERFORM.

           IF WRK-DEP-POS = 0
               ADD 1 TO WRK-DEP-QTD
               MOVE WRK-DEP-QTD   TO WRK-DEP-POS
               MOVE '----'        TO WRK-DEP-CODIGO(WRK-DEP-POS)
               MOVE '(SEM DEPTO)' TO WRK-DEP-NOME(WRK-DEP-POS)
           END-IF.

      ******************************************************************
      * 0400-IMPRIME-RELATORIO - UMA LINHA POR DEPARTAMENTO COM
      * FUNCIONARIOS E O TOTAL DA EMPRESA.
      ******************************************************************
       0400-IMPRIME-RELATORIO SECTION.
           OPEN OUTPUT ABSENT-REPORT-FILE.

           MOVE SPACES TO AR-LINHA.
           STRING 'ABSENTEISMO POR DEPARTAMENTO - COMPETENCIA '
                  WRK-COMP-MES '/' WRK-COMP-ANO
                  ' - DIAS UTEIS NO MES: ' WRK-DIAS-UTEIS
               DELIMITED BY SIZE INTO AR-LINHA
           END-STRING.
           WRITE AR-LINHA.
           MOVE SPACES TO AR-LINHA.
           STRING 'DEPTO NOME                 FUNC '
                  'FALTA    DSR  ATEST  LIC. INSS  INDICE%'
               DELIMITED BY SIZE INTO AR-LINHA
           END-STRING.
           WRITE AR-LINHA.
           PERFORM 0490-LINHA-TRACOS.

           PERFORM VARYING WRK-DEP-IDX FROM 1 BY 1
                   UNTIL WRK-DEP-IDX > WRK-DEP-QTD
               IF WRK-DEP-FUNC(WRK-DEP-IDX) > 0
                   PERFORM 0450-LINHA-DEPARTAMENTO
               END-IF
           END-PERFORM.

           COMPUTE WRK-AUSENTES = WRK-TOT-FALTAS + WRK-TOT-ATESTADO
               + WRK-TOT-LICENCA + WRK-TOT-INSS.
           COMPUTE WRK-PREVISTOS = WRK-TOT-FUNC * WRK-DIAS-UTEIS.
           PERFORM 0480-CALCULA-INDICE.

           PERFORM 0490-LINHA-TRACOS.
           MOVE SPACES TO AR-LINHA.
           STRING 'TOTAL                      ' WRK-TOT-FUNC(2:4)
                  ' ' WRK-TOT-FALTAS '  ' WRK-TOT-DSR
                  '  ' WRK-TOT-ATESTADO ' ' WRK-TOT-LICENCA
                  ' ' WRK-TOT-INSS(2:4) '  ' WRK-INDICE-ED
               DELIMITED BY SIZE INTO AR-LINHA
           END-STRING.
           WRITE AR-LINHA.

           CLOSE ABSENT-REPORT-FILE.

      ******************************************************************
      * 0450-LINHA-DEPARTAMENTO - LINHA DO DEPARTAMENTO WRK-DEP-IDX,
      * SOMADA NO TOTAL DA EMPRESA.
      ******************************************************************
       0450-LINHA-DEPARTAMENTO SECTION.
           COMPUTE WRK-AUSENTES = WRK-DEP-FALTAS(WRK-DEP-IDX)
               + WRK-DEP-ATESTADO(WRK-DEP-IDX)
               + WRK-DEP-LICENCA(WRK-DEP-IDX)
               + WRK-DEP-INSS(WRK-DEP-IDX).
           COMPUTE WRK-PREVISTOS =
               WRK-DEP-FUNC(WRK-DEP-IDX) * WRK-DIAS-UTEIS.
           PERFORM 0480-CALCULA-INDICE.

           MOVE SPACES TO AR-LINHA.
           STRING WRK-DEP-CODIGO(WRK-DEP-IDX) '  '
                  WRK-DEP-NOME(WRK-DEP-IDX) ' '
                  WRK-DEP-FUNC(WRK-DEP-IDX)(2:4) ' '
                  WRK-DEP-FALTAS(WRK-DEP-IDX) '  '
                  WRK-DEP-DSR(WRK-DEP-IDX) '  '
                  WRK-DEP-ATESTADO(WRK-DEP-IDX) ' '
                  WRK-DEP-LICENCA(WRK-DEP-IDX) ' '
                  WRK-DEP-INSS(WRK-DEP-IDX)(2:4) '  '
                  WRK-INDICE-ED
               DELIMITED BY SIZE INTO AR-LINHA
           END-STRING.
           WRITE AR-LINHA.

           ADD WRK-DEP-FUNC(WRK-DEP-IDX)     TO WRK-TOT-FUNC.
           ADD WRK-DEP-FALTAS(WRK-DEP-IDX)   TO WRK-TOT-FALTAS.
           ADD WRK-DEP-DSR(WRK-DEP-IDX)      TO WRK-TOT-DSR.
           ADD WRK-DEP-ATESTADO(WRK-DEP-IDX) TO WRK-TOT-ATESTADO.
           ADD WRK-DEP-LICENCA(WRK-DEP-IDX)  TO WRK-TOT-LICENCA.
           ADD WRK-DEP-INSS(WRK-DEP-IDX)     TO WRK-TOT-INSS.

      ******************************************************************
      * 0480-CALCULA-INDICE - DIAS UTEIS AUSENTES SOBRE OS PREVISTOS,
      * EM PERCENTUAL.
      ******************************************************************
       0480-CALCULA-INDICE SECTION.
           MOVE 0 TO WRK-INDICE.
           IF WRK-PREVISTOS > 0
               COMPUTE WRK-INDICE ROUNDED =
                   WRK-AUSENTES * 100 / WRK-PREVISTOS
                   ON SIZE ERROR
                       MOVE 0 TO WRK-INDICE
               END-COMPUTE
           END-IF.
           MOVE WRK-INDICE TO WRK-INDICE-ED.

      ******************************************************************
      * 0490-LINHA-TRACOS - SEPARADOR DAS COLUNAS DO RELATORIO.
      ******************************************************************
       0490-LINHA-TRACOS SECTION.
           MOVE SPACES TO AR-LINHA.
           STRING '----  -------------------- ---- '
                  '-----  -----  ----- ----- ----  -------'
               DELIMITED BY SIZE INTO AR-LINHA
           END-STRING.
           WRITE AR-LINHA.

       END PROGRAM PROGCOB160.
