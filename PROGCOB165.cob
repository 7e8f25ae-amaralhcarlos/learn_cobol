       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB165.
      ******************************************************************
      *AUTHOR: CARLOS AMARAL
      *DATE: 15/10/2026
      *PURPOSE: AGENDA DE EXAMES OCUPACIONAIS (ASO) POR DEPARTAMENTO.
      *         PARA CADA FUNCIONARIO ATIVO DO EMPLOYEEMASTER, OLHA OS
      *         EXAMES DO MEDEXAMS (PROGCOB164): OS PENDENTES (O
      *         ADMISSIONAL ABERTO NA INCLUSAO PELO PROGCOB048 E OS
      *         AGENDADOS) VENCEM NA DATA LIMITE; O PROXIMO PERIODICO
      *         VENCE NA DATA CALCULADA A PARTIR DO ULTIMO EXAME
      *         REALIZADO; QUEM NAO TEM NENHUM EXAME NO CADASTRO SAI
      *         COMO SEM ASO. LISTA NO MEDEXAMRPT, AGRUPADO PELO
      *         DEPARTAMENTO DO DEPTMASTER, O QUE JA VENCEU E O QUE
      *         VENCE DENTRO DA ANTECEDENCIA INFORMADA (PADRAO 30
      *         DIAS). RETURN-CODE 4 QUANDO HA EXAME VENCIDO; 8 SEM O
      *         EMPLOYEEMASTER.
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

           SELECT MED-EXAMS-FILE ASSIGN TO 'MEDEXAMS'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-EXA-STATUS.

           SELECT EXAM-REPORT-FILE ASSIGN TO 'MEDEXAMRPT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER-FILE.
           COPY 'EMPMASTER-REC.cob'.

       FD  DEPT-MASTER-FILE.
           COPY 'DEPTMASTER-REC.cob'.

       FD  MED-EXAMS-FILE.
           COPY 'MEDEXAM-REC.cob'.

       FD  EXAM-REPORT-FILE.
       01  MR-LINHA                PIC X(120).

       WORKING-STORAGE SECTION.
       COPY 'DATEUTIL-PARM.cob'.

       77  WRK-EMP-STATUS      PIC X(02)       VALUE SPACES.
       77  WRK-EMP-EOF         PIC X(01)       VALUE 'N'.
           88  EMP-ACABOU                      VALUE 'S'.
       77  WRK-DEPT-STATUS     PIC X(02)       VALUE SPACES.
       77  WRK-DEPT-EOF        PIC X(01)       VALUE 'N'.
           88  DEPT-ACABOU                     VALUE 'S'.
       77  WRK-EXA-STATUS      PIC X(02)       VALUE SPACES.
       77  WRK-EXA-EOF         PIC X(01)       VALUE 'N'.
           88  EXA-ACABOU                      VALUE 'S'.
       77  WRK-REPORT-STATUS   PIC X(02)       VALUE SPACES.

       01  WRK-HOJE.
           02  WRK-HOJE-ANO    PIC 9(04)       VALUE ZEROES.
           02  WRK-HOJE-MES    PIC 9(02)       VALUE ZEROES.
           02  WRK-HOJE-DIA    PIC 9(02)       VALUE ZEROES.
       77  WRK-JANELA          PIC 9(03)       VALUE ZEROES.
       77  WRK-DIAS-HOJE       PIC 9(08)       VALUE ZEROES.
       77  WRK-DIAS-VENCTO     PIC 9(08)       VALUE ZEROES.

      ******************************************************************
      * EXAMES DO MEDEXAMS EM MEMORIA.
      ******************************************************************
       77  WRK-EXA-QTD         PIC 9(04)       VALUE ZEROES.
       77  WRK-EXA-IDX         PIC 9(04)       VALUE ZEROES.
       01  WRK-TAB-EXAMES.
           02  WRK-EXA-LINHA   OCCURS 3000 TIMES.
               03  WRK-EXA-REG     PIC X(59).

      ******************************************************************
      * SITUACAO DO FUNCIONARIO EM PROCESSO: ULTIMO EXAME REALIZADO
      * (FORA O DEMISSIONAL) E SE JA HA PERIODICO PENDENTE AGENDADO.
      ******************************************************************
       77  WRK-QTD-EXAMES      PIC 9(03)       VALUE ZEROES.
       77  WRK-ULT-DATA        PIC 9(08)       VALUE ZEROES.
       77  WRK-ULT-PROXIMO     PIC 9(08)       VALUE ZEROES.
       77  WRK-PEND-PERIODICO  PIC X(01)       VALUE 'N'.
           88  TEM-PERIODICO-PENDENTE          VALUE 'S'.
       77  WRK-TIPO-DESC       PIC X(12)       VALUE SPACES.
       77  WRK-VENCTO          PIC 9(08)       VALUE ZEROES.
       77  WRK-SITUACAO        PIC X(10)       VALUE SPACES.
       77  WRK-OBS             PIC X(20)       VALUE SPACES.

      ******************************************************************
      * DEPARTAMENTOS DO CADASTRO (A ULTIMA LINHA USADA GUARDA O
      * FUNCIONARIO SEM DEPARTAMENTO CADASTRADO, COMO NO PROGCOB160) E
      * AS LINHAS DA AGENDA, IMPRESSAS DEPOIS AGRUPADAS POR
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
               03  WRK-DEP-VENCIDOS    PIC 9(05).
               03  WRK-DEP-A-VENCER    PIC 9(05).

       77  WRK-AG-QTD          PIC 9(04)       VALUE ZEROES.
       77  WRK-AG-IDX          PIC 9(04)       VALUE ZEROES.
       01  WRK-TAB-AGENDA.
           02  WRK-AG-LINHA    OCCURS 3000 TIMES.
               03  WRK-AG-DEP          PIC 9(03).
               03  WRK-AG-TEXTO        PIC X(100).

       77  WRK-QTDE-FUNC       PIC 9(05)       VALUE ZEROES.
       77  WRK-TOT-VENCIDOS    PIC 9(05)       VALUE ZEROES.
       77  WRK-TOT-A-VENCER    PIC 9(05)       VALUE ZEROES.

       PROCEDURE DIVISION.

           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           MOVE 'S'      TO DU-FUNCAO.
           MOVE WRK-HOJE TO DU-DATA.
           CALL 'DATEUTIL' USING DU-PARM.
           MOVE DU-DIAS-CORRIDOS TO WRK-DIAS-HOJE.

           DISPLAY 'ANTECEDENCIA EM DIAS (BRANCO = 30): '.
           ACCEPT WRK-JANELA.
           IF WRK-JANELA = 0
               MOVE 30 TO WRK-JANELA
           END-IF.

           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WRK-EMP-STATUS NOT = '00'
               DISPLAY 'EMPLOYEEMASTER NAO ENCONTRADO - AGENDA NAO '
                       'GERADA'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 0100-CARREGA-EXAMES.
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

           PERFORM 0600-IMPRIME-AGENDA.

           DISPLAY 'FUNCIONARIOS ATIVOS: ' WRK-QTDE-FUNC.
           DISPLAY 'EXAMES VENCIDOS: '     WRK-TOT-VENCIDOS.
           DISPLAY 'EXAMES A VENCER: '     WRK-TOT-A-VENCER.

           IF WRK-TOT-VENCIDOS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

      ******************************************************************
      * 0100-CARREGA-EXAMES - LE O MEDEXAMS INTEIRO PARA A TABELA. SEM
      * O ARQUIVO, TODO ATIVO SAI COMO SEM ASO.
      ******************************************************************
       0100-CARREGA-EXAMES SECTION.
           OPEN INPUT MED-EXAMS-FILE.
           IF WRK-EXA-STATUS NOT = '00'
               DISPLAY 'MEDEXAMS NAO ENCONTRADO - NENHUM EXAME '
                       'REGISTRADO'
               GO TO 0100-EXIT
           END-IF.

           PERFORM UNTIL EXA-ACABOU
               READ MED-EXAMS-FILE
                   AT END
                       MOVE 'S' TO WRK-EXA-EOF
                   NOT AT END
                       IF WRK-EXA-QTD < 3000
                           ADD 1 TO WRK-EXA-QTD
                           MOVE ME-REGISTRO
                               TO WRK-EXA-REG(WRK-EXA-QTD)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE MED-EXAMS-FILE.
       0100-EXIT.
           EXIT.

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
      * 0200-APURA-FUNCIONARIO - EXAMES PENDENTES, PROXIMO PERIODICO
      * E FALTA DE ASO DO FUNCIONARIO ATIVO.
      ******************************************************************
       0200-APURA-FUNCIONARIO SECTION.
           ADD 1 TO WRK-QTDE-FUNC.
           PERFORM 0250-POSICAO-DEPARTAMENTO.

           MOVE 0 TO WRK-QTD-EXAMES.
           MOVE 0 TO WRK-ULT-DATA.
           MOVE 0 TO WRK-ULT-PROXIMO.
           MOVE 'N' TO WRK-PEND-PERIODICO.

           PERFORM VARYING WRK-EXA-IDX FROM 1 BY 1
                   UNTIL WRK-EXA-IDX > WRK-EXA-QTD
               MOVE WRK-EXA-REG(WRK-EXA-IDX) TO ME-REGISTRO
               IF ME-CPF = EM-CPF
                   ADD 1 TO WRK-QTD-EXAMES
                   PERFORM 0300-CONFERE-EXAME
               END-IF
           END-PERFORM.

           IF WRK-QTD-EXAMES = 0
               MOVE 'ADMISSIONAL'      TO WRK-TIPO-DESC
               MOVE EM-DATA-ADMISSAO   TO WRK-VENCTO
               MOVE 'SEM ASO NO CADASTRO' TO WRK-OBS
               PERFORM 0400-AVALIA-VENCIMENTO
               GO TO 0200-EXIT
           END-IF.

           IF WRK-ULT-DATA > 0
               AND NOT TEM-PERIODICO-PENDENTE
               MOVE 'PERIODICO'        TO WRK-TIPO-DESC
               MOVE WRK-ULT-PROXIMO    TO WRK-VENCTO
               MOVE 'PELO ULTIMO EXAME' TO WRK-OBS
               PERFORM 0400-AVALIA-VENCIMENTO
           END-IF.
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
      * 0300-CONFERE-EXAME - UM EXAME DO CPF: PENDENTE VAI DIRETO PARA
      * A AVALIACAO PELA DATA LIMITE; REALIZADO (FORA O DEMISSIONAL)
      * DISPUTA O POSTO DE ULTIMO EXAME.
      ******************************************************************
       0300-CONFERE-EXAME SECTION.
           EVALUATE TRUE
               WHEN EXAME-ADMISSIONAL
                   MOVE 'ADMISSIONAL' TO WRK-TIPO-DESC
               WHEN EXAME-PERIODICO
                   MOVE 'PERIODICO'   TO WRK-TIPO-DESC
               WHEN EXAME-RETORNO
                   MOVE 'RETORNO'     TO WRK-TIPO-DESC
               WHEN OTHER
                   MOVE 'DEMISSIONAL' TO WRK-TIPO-DESC
           END-EVALUATE.

           IF ASO-PENDENTE
               IF EXAME-PERIODICO
                   MOVE 'S' TO WRK-PEND-PERIODICO
               END-IF
               MOVE ME-PROXIMO TO WRK-VENCTO
               MOVE 'AGENDADO'  TO WRK-OBS
               PERFORM 0400-AVALIA-VENCIMENTO
               GO TO 0300-EXIT
           END-IF.

           IF NOT EXAME-DEMISSIONAL
               AND ME-DATA > WRK-ULT-DATA
               MOVE ME-DATA    TO WRK-ULT-DATA
               MOVE ME-PROXIMO TO WRK-ULT-PROXIMO
           END-IF.
       0300-EXIT.
           EXIT.

      ******************************************************************
      * 0400-AVALIA-VENCIMENTO - WRK-VENCTO JA PASSOU (VENCIDO) OU CAI
      * DENTRO DA ANTECEDENCIA (A VENCER): GUARDA A LINHA DA AGENDA NO
      * DEPARTAMENTO DO FUNCIONARIO. DATA ILEGIVEL CONTA COMO VENCIDA.
      ******************************************************************
       0400-AVALIA-VENCIMENTO SECTION.
           MOVE 0 TO WRK-DIAS-VENCTO.
           IF WRK-VENCTO NOT = 0
               MOVE 'V'        TO DU-FUNCAO
               MOVE WRK-VENCTO TO DU-DATA
               CALL 'DATEUTIL' USING DU-PARM
               IF DU-RETORNO = 'S'
                   MOVE 'S'        TO DU-FUNCAO
                   MOVE WRK-VENCTO TO DU-DATA
                   CALL 'DATEUTIL' USING DU-PARM
                   MOVE DU-DIAS-CORRIDOS TO WRK-DIAS-VENCTO
               END-IF
           END-IF.

           IF WRK-DIAS-VENCTO < WRK-DIAS-HOJE
               MOVE 'VENCIDO'  TO WRK-SITUACAO
               ADD 1 TO WRK-DEP-VENCIDOS(WRK-DEP-POS)
               ADD 1 TO WRK-TOT-VENCIDOS
           ELSE
               IF WRK-DIAS-VENCTO > WRK-DIAS-HOJE + WRK-JANELA
                   GO TO 0400-EXIT
               END-IF
               MOVE 'A VENCER' TO WRK-SITUACAO
               ADD 1 TO WRK-DEP-A-VENCER(WRK-DEP-POS)
               ADD 1 TO WRK-TOT-A-VENCER
           END-IF.

           IF WRK-AG-QTD < 3000
               ADD 1 TO WRK-AG-QTD
               MOVE WRK-DEP-POS TO WRK-AG-DEP(WRK-AG-QTD)
               MOVE SPACES TO WRK-AG-TEXTO(WRK-AG-QTD)
               STRING '  ' EM-CPF ' ' EM-NOME(1:30) ' '
                      WRK-TIPO-DESC ' ' WRK-VENCTO '  '
                      WRK-SITUACAO ' ' WRK-OBS
                   DELIMITED BY SIZE INTO WRK-AG-TEXTO(WRK-AG-QTD)
               END-STRING
           END-IF.
       0400-EXIT.
           EXIT.

      ******************************************************************
      * 0600-IMPRIME-AGENDA - AGENDA NO MEDEXAMRPT: CADA DEPARTAMENTO
      * COM PENDENCIA, SUAS LINHAS E O TOTAL DA EMPRESA.
      ******************************************************************
       0600-IMPRIME-AGENDA SECTION.
           OPEN OUTPUT EXAM-REPORT-FILE.

           MOVE SPACES TO MR-LINHA.
           STRING 'AGENDA DE EXAMES OCUPACIONAIS (ASO) EM '
                  WRK-HOJE-DIA '/' WRK-HOJE-MES '/' WRK-HOJE-ANO
                  ' - VENCIDOS E A VENCER EM ' WRK-JANELA ' DIAS'
               DELIMITED BY SIZE INTO MR-LINHA
           END-STRING.
           WRITE MR-LINHA.
           MOVE SPACES TO MR-LINHA.
           STRING '  CPF         NOME                           EXAME'
                  '        VENCIMENTO SITUACAO   OBSERVACAO'
               DELIMITED BY SIZE INTO MR-LINHA
           END-STRING.
           WRITE MR-LINHA.

           PERFORM VARYING WRK-DEP-IDX FROM 1 BY 1
                   UNTIL WRK-DEP-IDX > WRK-DEP-QTD
               IF WRK-DEP-VENCIDOS(WRK-DEP-IDX) > 0
                   OR WRK-DEP-A-VENCER(WRK-DEP-IDX) > 0
                   PERFORM 0650-IMPRIME-DEPARTAMENTO
               END-IF
           END-PERFORM.

           PERFORM 0690-LINHA-TRACOS.
           MOVE SPACES TO MR-LINHA.
           STRING 'TOTAL DA EMPRESA - VENCIDOS: ' WRK-TOT-VENCIDOS
                  '  A VENCER: ' WRK-TOT-A-VENCER
                  '  FUNCIONARIOS ATIVOS: ' WRK-QTDE-FUNC
               DELIMITED BY SIZE INTO MR-LINHA
           END-STRING.
           WRITE MR-LINHA.

           CLOSE EXAM-REPORT-FILE.

      ******************************************************************
      * 0650-IMPRIME-DEPARTAMENTO - CABECALHO DO DEPARTAMENTO
      * WRK-DEP-IDX E AS LINHAS DA AGENDA QUE SAO DELE.
      ******************************************************************
       0650-IMPRIME-DEPARTAMENTO SECTION.
           PERFORM 0690-LINHA-TRACOS.
           MOVE SPACES TO MR-LINHA.
           STRING 'DEPTO ' WRK-DEP-CODIGO(WRK-DEP-IDX) ' '
                  WRK-DEP-NOME(WRK-DEP-IDX)
                  ' - VENCIDOS: ' WRK-DEP-VENCIDOS(WRK-DEP-IDX)
                  '  A VENCER: ' WRK-DEP-A-VENCER(WRK-DEP-IDX)
               DELIMITED BY SIZE INTO MR-LINHA
           END-STRING.
           WRITE MR-LINHA.

           PERFORM VARYING WRK-AG-IDX FROM 1 BY 1
                   UNTIL WRK-AG-IDX > WRK-AG-QTD
               IF WRK-AG-DEP(WRK-AG-IDX) = WRK-DEP-IDX
                   MOVE SPACES TO MR-LINHA
                   MOVE WRK-AG-TEXTO(WRK-AG-IDX) TO MR-LINHA
                   WRITE MR-LINHA
               END-IF
           END-PERFORM.

      ******************************************************************
      * 0690-LINHA-TRACOS - SEPARADOR DO RELATORIO.
      ******************************************************************
       0690-LINHA-TRACOS SECTION.
           MOVE SPACES TO MR-LINHA.
           STRING '----------------------------------------------------'
                  '----------------------------------------'
               DELIMITED BY SIZE INTO MR-LINHA
           END-STRING.
           WRITE MR-LINHA.

       END PROGRAM PROGCOB165.
