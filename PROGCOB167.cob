       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB167.
      ******************************************************************
      *AUTHOR: CARLOS AMARAL
      *DATE: 15/10/2026
      *PURPOSE: RELATORIO MENSAL DE TREINAMENTOS OBRIGATORIOS POR
      *         DEPARTAMENTO. PARA CADA FUNCIONARIO ATIVO DO
      *         EMPLOYEEMASTER, O TRNGUTIL (FUNCAO 'S') DIZ QUAIS
      *         CURSOS DO CATALOGO TRAINCAT O CARGO E O DEPARTAMENTO
      *         EXIGEM E A SITUACAO DE CADA UM PELAS CONCLUSOES DO
      *         TRAINRECS (PROGCOB166). LISTA NO TRAININGRPT, AGRUPADO
      *         PELO DEPARTAMENTO DO DEPTMASTER, QUEM ESTA SEM O CURSO,
      *         COM O CERTIFICADO VENCIDO OU VENCENDO NOS PROXIMOS 60
      *         DIAS - PARA A RECICLAGEM SER MARCADA ANTES DA
      *         FISCALIZACAO. RETURN-CODE 4 QUANDO HA CURSO FALTANDO OU
      *         VENCIDO; 8 SEM O EMPLOYEEMASTER.
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

           SELECT TRAINING-REPORT-FILE ASSIGN TO 'TRAININGRPT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER-FILE.
           COPY 'EMPMASTER-REC.cob'.

       FD  DEPT-MASTER-FILE.
           COPY 'DEPTMASTER-REC.cob'.

       FD  TRAINING-REPORT-FILE.
       01  TN-LINHA                PIC X(132).

       WORKING-STORAGE SECTION.
       COPY 'TRNGUTIL-PARM.cob'.

       77  WRK-EMP-STATUS      PIC X(02)       VALUE SPACES.
       77  WRK-EMP-EOF         PIC X(01)       VALUE 'N'.
           88  EMP-ACABOU                      VALUE 'S'.
       77  WRK-DEPT-STATUS     PIC X(02)       VALUE SPACES.
       77  WRK-DEPT-EOF        PIC X(01)       VALUE 'N'.
           88  DEPT-ACABOU                     VALUE 'S'.
       77  WRK-REPORT-STATUS   PIC X(02)       VALUE SPACES.

       01  WRK-HOJE.
           02  WRK-HOJE-ANO    PIC 9(04)       VALUE ZEROES.
           02  WRK-HOJE-MES    PIC 9(02)       VALUE ZEROES.
           02  WRK-HOJE-DIA    PIC 9(02)       VALUE ZEROES.

      ******************************************************************
      * ANTECEDENCIA DO AVISO DE VENCIMENTO, EM DIAS.
      ******************************************************************
       77  WRK-JANELA          PIC 9(03)       VALUE 60.

       77  WRK-ITEM-IDX        PIC 9(02)       VALUE ZEROES.
       77  WRK-SITUACAO        PIC X(10)       VALUE SPACES.

      ******************************************************************
      * DEPARTAMENTOS DO CADASTRO (A ULTIMA LINHA USADA GUARDA O
      * FUNCIONARIO SEM DEPARTAMENTO CADASTRADO, COMO NO PROGCOB160) E
      * AS LINHAS DO RELATORIO, IMPRESSAS DEPOIS AGRUPADAS POR
      * DEPARTAMENTO.
      ******************************************************************
       77  WRK-DEPTO-FUNC      PIC X(04)       VALUE SPACES.
       77  WRK-DEP-QTD         PIC 9(03)       VALUE ZEROES.
       77  WRK-DEP-IDX         PIC 9(03)       VALUE ZEROES.
       77  WRK-DEP-POS         PIC 9(03)       VALUE ZEROES.
       01  WRK-TAB-DEPTOS.
           02  WRK-DEP-LINHA   OCCURS 101 TIMES.
               03  WRK-DEP-CODIGO      PIC X(04).
               03  WRK-DEP-NOME        PIC X(20).
               03  WRK-DEP-FALTANDO    PIC 9(05).
               03  WRK-DEP-VENCIDOS    PIC 9(05).
               03  WRK-DEP-A-VENCER    PIC 9(05).

       77  WRK-PD-QTD          PIC 9(04)       VALUE ZEROES.
       77  WRK-PD-IDX          PIC 9(04)       VALUE ZEROES.
       01  WRK-TAB-PENDENCIAS.
           02  WRK-PD-LINHA    OCCURS 5000 TIMES.
               03  WRK-PD-DEP          PIC 9(03).
               03  WRK-PD-TEXTO        PIC X(130).

       77  WRK-QTDE-FUNC       PIC 9(05)       VALUE ZEROES.
       77  WRK-TOT-FALTANDO    PIC 9(05)       VALUE ZEROES.
       77  WRK-TOT-VENCIDOS    PIC 9(05)       VALUE ZEROES.
       77  WRK-TOT-A-VENCER    PIC 9(05)       VALUE ZEROES.

       PROCEDURE DIVISION.

           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.

           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WRK-EMP-STATUS NOT = '00'
               DISPLAY 'EMPLOYEEMASTER NAO ENCONTRADO - RELATORIO NAO '
                       'GERADO'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 0150-CARREGA-DEPARTAMENTOS.

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

           PERFORM 0600-IMPRIME-RELATORIO.

           DISPLAY 'FUNCIONARIOS ATIVOS: '   WRK-QTDE-FUNC.
           DISPLAY 'CURSOS FALTANDO: '       WRK-TOT-FALTANDO.
           DISPLAY 'CERTIFICADOS VENCIDOS: ' WRK-TOT-VENCIDOS.
           DISPLAY 'CERTIFICADOS A VENCER: ' WRK-TOT-A-VENCER.

           IF WRK-TOT-FALTANDO > 0 OR WRK-TOT-VENCIDOS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

      ******************************************************************
      * 0150-CARREGA-DEPARTAMENTOS - CODIGO E NOME DE CADA
      * DEPARTAMENTO DO DEPTMASTER, COM OS CONTADORES ZERADOS.
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
      * 0200-APURA-FUNCIONARIO - SITUACAO DOS CURSOS EXIGIDOS DO
      * FUNCIONARIO ATIVO; GUARDA UMA LINHA POR CURSO PENDENTE.
      ******************************************************************
       0200-APURA-FUNCIONARIO SECTION.
           ADD 1 TO WRK-QTDE-FUNC.

           MOVE 'S'                  TO TG-FUNCAO.
           MOVE EM-CPF               TO TG-CPF.
           MOVE EM-CARGO             TO TG-CARGO.
           MOVE EM-DEPARTAMENTO(1:4) TO TG-DEPTO.
           MOVE WRK-HOJE             TO TG-DATA.
           MOVE WRK-JANELA           TO TG-DIAS.
           CALL 'TRNGUTIL' USING TG-PARM.

           IF TG-QTDE = 0
               GO TO 0200-EXIT
           END-IF.

           PERFORM 0250-POSICAO-DEPARTAMENTO.

           PERFORM VARYING WRK-ITEM-IDX FROM 1 BY 1
                   UNTIL WRK-ITEM-IDX > TG-QTDE
               IF NOT TG-EM-DIA(WRK-ITEM-IDX)
                   PERFORM 0300-GUARDA-PENDENCIA
               END-IF
           END-PERFORM.
       0200-EXIT.
           EXIT.

      ******************************************************************
      * 0250-POSICAO-DEPARTAMENTO - LINHA DO DEPARTAMENTO DO
      * FUNCIONARIO NA TABELA; SEM CADASTRO, A LINHA '----'.
      ******************************************************************
       0250-POSICAO-DEPARTAMENTO SECTION.
           MOVE EM-DEPARTAMENTO(1:4) TO WRK-DEPTO-FUNC.
           MOVE 0 TO WRK-DEP-POS.
           PERFORM VARYING WRK-DEP-IDX FROM 1 BY 1
                   UNTIL WRK-DEP-IDX > WRK-DEP-QTD
                       OR WRK-DEP-POS > 0
               IF WRK-DEP-CODIGO(WRK-DEP-IDX) = WRK-DEPTO-FUNC
                   MOVE WRK-DEP-IDX TO WRK-DEP-POS
               END-IF
           END-PERFORM.
           IF WRK-DEP-POS > 0
               GO TO 0250-EXIT
           END-IF.

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
       0250-EXIT.
           EXIT.

      ******************************************************************
      * 0300-GUARDA-PENDENCIA - CONTA O CURSO WRK-ITEM-IDX NO
      * DEPARTAMENTO E GUARDA A LINHA DO RELATORIO.
      ******************************************************************
       0300-GUARDA-PENDENCIA SECTION.
           EVALUATE TRUE
               WHEN TG-FALTANDO(WRK-ITEM-IDX)
                   MOVE 'FALTANDO' TO WRK-SITUACAO
                   ADD 1 TO WRK-DEP-FALTANDO(WRK-DEP-POS)
                   ADD 1 TO WRK-TOT-FALTANDO
               WHEN TG-VENCIDO(WRK-ITEM-IDX)
                   MOVE 'VENCIDO'  TO WRK-SITUACAO
                   ADD 1 TO WRK-DEP-VENCIDOS(WRK-DEP-POS)
                   ADD 1 TO WRK-TOT-VENCIDOS
               WHEN OTHER
                   MOVE 'A VENCER' TO WRK-SITUACAO
                   ADD 1 TO WRK-DEP-A-VENCER(WRK-DEP-POS)
                   ADD 1 TO WRK-TOT-A-VENCER
           END-EVALUATE.

           IF WRK-PD-QTD >= 5000
               GO TO 0300-EXIT
           END-IF.

           ADD 1 TO WRK-PD-QTD.
           MOVE WRK-DEP-POS TO WRK-PD-DEP(WRK-PD-QTD).
           MOVE SPACES TO WRK-PD-TEXTO(WRK-PD-QTD).
           STRING '  ' EM-CPF ' ' EM-NOME(1:30) ' '
                  EM-CARGO ' ' TG-CURSO(WRK-ITEM-IDX) ' '
                  TG-DESCRICAO(WRK-ITEM-IDX) ' '
                  TG-VALIDADE(WRK-ITEM-IDX) ' ' WRK-SITUACAO
               DELIMITED BY SIZE INTO WRK-PD-TEXTO(WRK-PD-QTD)
           END-STRING.
       0300-EXIT.
           EXIT.

      ******************************************************************
      * 0600-IMPRIME-RELATORIO - TRAININGRPT: CADA DEPARTAMENTO COM
      * PENDENCIA, SUAS LINHAS E O TOTAL DA EMPRESA.
      ******************************************************************
       0600-IMPRIME-RELATORIO SECTION.
           OPEN OUTPUT TRAINING-REPORT-FILE.

           MOVE SPACES TO TN-LINHA.
           STRING 'TREINAMENTOS OBRIGATORIOS EM '
                  WRK-HOJE-DIA '/' WRK-HOJE-MES '/' WRK-HOJE-ANO
                  ' - FALTANDO, VENCIDOS E A VENCER EM ' WRK-JANELA
                  ' DIAS'
               DELIMITED BY SIZE INTO TN-LINHA
           END-STRING.
           WRITE TN-LINHA.
           MOVE SPACES TO TN-LINHA.
           STRING '  CPF         NOME                           CARGO'
                  '                CURSO  DESCRICAO                    '
                  '  VALIDADE SITUACAO'
               DELIMITED BY SIZE INTO TN-LINHA
           END-STRING.
           WRITE TN-LINHA.

           PERFORM VARYING WRK-DEP-IDX FROM 1 BY 1
                   UNTIL WRK-DEP-IDX > WRK-DEP-QTD
               IF WRK-DEP-FALTANDO(WRK-DEP-IDX) > 0
                   OR WRK-DEP-VENCIDOS(WRK-DEP-IDX) > 0
                   OR WRK-DEP-A-VENCER(WRK-DEP-IDX) > 0
                   PERFORM 0650-IMPRIME-DEPARTAMENTO
               END-IF
           END-PERFORM.

           PERFORM 0690-LINHA-TRACOS.
           MOVE SPACES TO TN-LINHA.
           STRING 'TOTAL DA EMPRESA - FALTANDO: ' WRK-TOT-FALTANDO
                  '  VENCIDOS: ' WRK-TOT-VENCIDOS
                  '  A VENCER: ' WRK-TOT-A-VENCER
                  '  FUNCIONARIOS ATIVOS: ' WRK-QTDE-FUNC
               DELIMITED BY SIZE INTO TN-LINHA
           END-STRING.
           WRITE TN-LINHA.

           CLOSE TRAINING-REPORT-FILE.

      ******************************************************************
      * 0650-IMPRIME-DEPARTAMENTO - CABECALHO DO DEPARTAMENTO
      * WRK-DEP-IDX E AS PENDENCIAS QUE SAO DELE.
      ******************************************************************
       0650-IMPRIME-DEPARTAMENTO SECTION.
           PERFORM 0690-LINHA-TRACOS.
           MOVE SPACES TO TN-LINHA.
           STRING 'DEPTO ' WRK-DEP-CODIGO(WRK-DEP-IDX) ' '
                  WRK-DEP-NOME(WRK-DEP-IDX)
                  ' - FALTANDO: ' WRK-DEP-FALTANDO(WRK-DEP-IDX)
                  '  VENCIDOS: ' WRK-DEP-VENCIDOS(WRK-DEP-IDX)
                  '  A VENCER: ' WRK-DEP-A-VENCER(WRK-DEP-IDX)
               DELIMITED BY SIZE INTO TN-LINHA
           END-STRING.
           WRITE TN-LINHA.

           PERFORM VARYING WRK-PD-IDX FROM 1 BY 1
                   UNTIL WRK-PD-IDX > WRK-PD-QTD
               IF WRK-PD-DEP(WRK-PD-IDX) = WRK-DEP-IDX
                   MOVE SPACES TO TN-LINHA
                   MOVE WRK-PD-TEXTO(WRK-PD-IDX) TO TN-LINHA
                   WRITE TN-LINHA
               END-IF
           END-PERFORM.

      ******************************************************************
      * 0690-LINHA-TRACOS - SEPARADOR DO RELATORIO.
      ******************************************************************
       0690-LINHA-TRACOS SECTION.
           MOVE SPACES TO TN-LINHA.
           STRING '----------------------------------------------------'
                  '----------------------------------------------------'
                  '------------------------'
               DELIMITED BY SIZE INTO TN-LINHA
           END-STRING.
           WRITE TN-LINHA.

       END PROGRAM PROGCOB167.
