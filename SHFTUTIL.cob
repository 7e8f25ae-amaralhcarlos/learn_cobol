       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHFTUTIL.
      ******************************************************************
      *AUTHOR: CARLOS AMARAL
      *DATE: 15/10/2026
      *PURPOSE: SUBPROGRAMA DA ESCALA DE TURNOS (CADASTRO SHIFTMASTER E
      *         ATRIBUICOES SHIFTASSIGN, MANTIDAS PELO PROGCOB169), NO
      *         MESMO DESENHO DO TRNGUTIL. O FECHAMENTO DO PONTO
      *         (PROGCOB045) CHAMA A FUNCAO 'D' PARA SABER, POR
      *         FUNCIONARIO E DIA, O TURNO, SE O DIA E DE TRABALHO OU
      *         DE FOLGA NA ESCALA (SEMANAL OU DE REVEZAMENTO 12X36) E
      *         O HORARIO PREVISTO - OS TRES TURNOS DO DEPOSITO E AS
      *         ESCALAS 12X36 NAO CABEM NA JORNADA FIXA DE 480 MINUTOS.
      *         OS ARQUIVOS SAO LIDOS NA PRIMEIRA CHAMADA E FICAM EM
      *         MEMORIA. VER AS FUNCOES NA COPY SHFTUTIL-PARM.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SHIFT-MASTER-FILE ASSIGN TO 'SHIFTMASTER'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-TUR-STATUS.

           SELECT SHIFT-ASSIGN-FILE ASSIGN TO 'SHIFTASSIGN'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-ATR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SHIFT-MASTER-FILE.
           COPY 'SHIFT-REC.cob'.

       FD  SHIFT-ASSIGN-FILE.
           COPY 'SHIFTASG-REC.cob'.

       WORKING-STORAGE SECTION.
       COPY 'DATEUTIL-PARM.cob'.

       77  WRK-TUR-STATUS      PIC X(02)       VALUE SPACES.
       77  WRK-TUR-EOF         PIC X(01)       VALUE 'N'.
           88  TUR-ACABOU                      VALUE 'S'.
       77  WRK-ATR-STATUS      PIC X(02)       VALUE SPACES.
       77  WRK-ATR-EOF         PIC X(01)       VALUE 'N'.
           88  ATR-ACABOU                      VALUE 'S'.
       77  WRK-CARREGADO       PIC X(01)       VALUE 'N'.

      ******************************************************************
      * TURNOS E ATRIBUICOES EM MEMORIA (ATRIBUICAO COM VIGENCIA
      * ILEGIVEL FICA DE FORA).
      ******************************************************************
       77  WRK-TUR-QTD         PIC 9(03)       VALUE ZEROES.
       77  WRK-TUR-IDX         PIC 9(03)       VALUE ZEROES.
       77  WRK-TUR-POS         PIC 9(03)       VALUE ZEROES.
       01  WRK-TAB-TURNOS.
           02  WRK-TUR-LINHA   OCCURS 100 TIMES.
               03  WRK-TUR-REG         PIC X(59).

       77  WRK-ATR-QTD         PIC 9(04)       VALUE ZEROES.
       77  WRK-ATR-IDX         PIC 9(04)       VALUE ZEROES.
       01  WRK-TAB-ATRIBUICOES.
           02  WRK-ATR-LINHA   OCCURS 3000 TIMES.
               03  WRK-ATR-CPF         PIC 9(11).
               03  WRK-ATR-TURNO       PIC X(04).
               03  WRK-ATR-VIGENCIA    PIC 9(08).

       77  WRK-VIGENCIA        PIC 9(08)       VALUE ZEROES.
       01  WRK-HHMM.
           02  WRK-HHMM-HH     PIC 9(02).
           02  WRK-HHMM-MM     PIC 9(02).
       77  WRK-DIAS-DATA       PIC 9(08)       VALUE ZEROES.
       77  WRK-DIAS-CICLO      PIC 9(08)       VALUE ZEROES.
       77  WRK-CICLO           PIC 9(03)       VALUE ZEROES.
       77  WRK-VOLTAS          PIC 9(08)       VALUE ZEROES.
       77  WRK-POS-CICLO       PIC 9(03)       VALUE ZEROES.
       77  WRK-DURACAO         PIC 9(04)       VALUE ZEROES.

       LINKAGE SECTION.
           COPY 'SHFTUTIL-PARM.cob'.

       PROCEDURE DIVISION USING SF-PARM.

           IF WRK-CARREGADO = 'N'
               PERFORM 0100-CARREGA-ESCALA
           END-IF.

           MOVE 'N' TO SF-RETORNO.

           EVALUATE SF-FUNCAO
               WHEN 'D'
                   PERFORM 1000-ESCALA-DIA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           GOBACK.

      ******************************************************************
      * 0100-CARREGA-ESCALA - LE O SHIFTMASTER E O SHIFTASSIGN PARA AS
      * TABELAS, UMA VEZ POR RODADA.
      ******************************************************************
       0100-CARREGA-ESCALA SECTION.
           MOVE 'S' TO WRK-CARREGADO.

           OPEN INPUT SHIFT-MASTER-FILE.
           IF WRK-TUR-STATUS NOT = '00'
               GO TO 0100-EXIT
           END-IF.

           PERFORM UNTIL TUR-ACABOU
               READ SHIFT-MASTER-FILE
                   AT END
                       MOVE 'S' TO WRK-TUR-EOF
                   NOT AT END
                       IF WRK-TUR-QTD < 100
                           ADD 1 TO WRK-TUR-QTD
                           MOVE TU-REGISTRO
                               TO WRK-TUR-REG(WRK-TUR-QTD)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE SHIFT-MASTER-FILE.

           OPEN INPUT SHIFT-ASSIGN-FILE.
           IF WRK-ATR-STATUS NOT = '00'
               GO TO 0100-EXIT
           END-IF.

           PERFORM UNTIL ATR-ACABOU
               READ SHIFT-ASSIGN-FILE
                   AT END
                       MOVE 'S' TO WRK-ATR-EOF
                   NOT AT END
                       IF SA-VIGENCIA NUMERIC AND WRK-ATR-QTD < 3000
                           ADD 1 TO WRK-ATR-QTD
                           MOVE SA-CPF
                               TO WRK-ATR-CPF(WRK-ATR-QTD)
                           MOVE SA-TURNO
                               TO WRK-ATR-TURNO(WRK-ATR-QTD)
                           MOVE SA-VIGENCIA
                               TO WRK-ATR-VIGENCIA(WRK-ATR-QTD)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE SHIFT-ASSIGN-FILE.
       0100-EXIT.
           EXIT.

      ******************************************************************
      * 1000-ESCALA-DIA - TURNO VIGENTE DO SF-CPF NA SF-DATA (MAIOR
      * VIGENCIA ATE A DATA), HORARIO PREVISTO E SE O DIA E DE
      * TRABALHO NA ESCALA.
      ******************************************************************
       1000-ESCALA-DIA SECTION.
           MOVE SPACES TO SF-TURNO.
           MOVE SPACES TO SF-DESCRICAO.
           MOVE 'N'    TO SF-ESCALADO.
           MOVE 'N'    TO SF-VIRA-NOITE.
           MOVE ZEROES TO SF-ENTRADA-MIN.
           MOVE ZEROES TO SF-SAIDA-MIN.
           MOVE ZEROES TO SF-INTERVALO.
           MOVE ZEROES TO SF-TOLERANCIA.
           MOVE 480    TO SF-JORNADA-MIN.

           MOVE ZEROES TO WRK-VIGENCIA.
           PERFORM VARYING WRK-ATR-IDX FROM 1 BY 1
                   UNTIL WRK-ATR-IDX > WRK-ATR-QTD
               IF WRK-ATR-CPF(WRK-ATR-IDX) = SF-CPF
                   AND WRK-ATR-VIGENCIA(WRK-ATR-IDX) <= SF-DATA
                   AND WRK-ATR-VIGENCIA(WRK-ATR-IDX) >= WRK-VIGENCIA
                   MOVE WRK-ATR-VIGENCIA(WRK-ATR-IDX) TO WRK-VIGENCIA
                   MOVE WRK-ATR-TURNO(WRK-ATR-IDX) TO SF-TURNO
               END-IF
           END-PERFORM.
           IF WRK-VIGENCIA = 0
               GO TO 1000-EXIT
           END-IF.

           MOVE 0 TO WRK-TUR-POS.
           PERFORM VARYING WRK-TUR-IDX FROM 1 BY 1
                   UNTIL WRK-TUR-IDX > WRK-TUR-QTD OR WRK-TUR-POS > 0
               MOVE WRK-TUR-REG(WRK-TUR-IDX) TO TU-REGISTRO
               IF TU-CODIGO = SF-TURNO
                   MOVE WRK-TUR-IDX TO WRK-TUR-POS
               END-IF
           END-PERFORM.
           IF WRK-TUR-POS = 0
               GO TO 1000-EXIT
           END-IF.

           MOVE 'S' TO SF-RETORNO.
           MOVE TU-DESCRICAO  TO SF-DESCRICAO.
           MOVE TU-INTERVALO  TO SF-INTERVALO.
           MOVE TU-TOLERANCIA TO SF-TOLERANCIA.
           MOVE TU-ENTRADA TO WRK-HHMM.
           COMPUTE SF-ENTRADA-MIN = WRK-HHMM-HH * 60 + WRK-HHMM-MM.
           MOVE TU-SAIDA TO WRK-HHMM.
           COMPUTE SF-SAIDA-MIN = WRK-HHMM-HH * 60 + WRK-HHMM-MM.

           IF SF-SAIDA-MIN < SF-ENTRADA-MIN
               MOVE 'S' TO SF-VIRA-NOITE
               COMPUTE WRK-DURACAO =
                   1440 - SF-ENTRADA-MIN + SF-SAIDA-MIN
           ELSE
               COMPUTE WRK-DURACAO = SF-SAIDA-MIN - SF-ENTRADA-MIN
           END-IF.
           IF WRK-DURACAO > SF-INTERVALO
               COMPUTE SF-JORNADA-MIN = WRK-DURACAO - SF-INTERVALO
           ELSE
               MOVE WRK-DURACAO TO SF-JORNADA-MIN
           END-IF.

           IF TURNO-REVEZAMENTO
               PERFORM 1100-DIA-DO-CICLO
           ELSE
               MOVE 'W'     TO DU-FUNCAO
               MOVE SF-DATA TO DU-DATA
               CALL 'DATEUTIL' USING DU-PARM
               IF TU-DIAS-SEMANA(DU-WEEKDAY + 1:1) = 'S'
                   MOVE 'S' TO SF-ESCALADO
               END-IF
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1100-DIA-DO-CICLO - ESCALA DE REVEZAMENTO: DIAS CORRIDOS DESDE A
      * VIGENCIA DA ATRIBUICAO; AS PRIMEIRAS TU-CICLO-TRAB POSICOES DE
      * CADA CICLO SAO DE TRABALHO E AS DEMAIS DE FOLGA.
      ******************************************************************
       1100-DIA-DO-CICLO SECTION.
           COMPUTE WRK-CICLO = TU-CICLO-TRAB + TU-CICLO-FOLGA.
           IF WRK-CICLO = 0
               GO TO 1100-EXIT
           END-IF.

           MOVE 'S'     TO DU-FUNCAO.
           MOVE SF-DATA TO DU-DATA.
           CALL 'DATEUTIL' USING DU-PARM.
           MOVE DU-DIAS-CORRIDOS TO WRK-DIAS-DATA.
           MOVE 'S'          TO DU-FUNCAO.
           MOVE WRK-VIGENCIA TO DU-DATA.
           CALL 'DATEUTIL' USING DU-PARM.
           MOVE DU-DIAS-CORRIDOS TO WRK-DIAS-CICLO.

           COMPUTE WRK-DIAS-CICLO = WRK-DIAS-DATA - WRK-DIAS-CICLO.
           DIVIDE WRK-DIAS-CICLO BY WRK-CICLO
               GIVING WRK-VOLTAS REMAINDER WRK-POS-CICLO.
           IF WRK-POS-CICLO < TU-CICLO-TRAB
               MOVE 'S' TO SF-ESCALADO
           END-IF.
       1100-EXIT.
           EXIT.

       END PROGRAM SHFTUTIL.
