      *         UTIL (DIA UTIL PELO DATEUTIL, FUNCAO U, QUE JA
      *         CONSIDERA O HOLIDAYCAL), PARA A CONFERENCIA DA MANHA
      *         NAO DEPENDER DE OLHAR TIMESTAMP DE ARQUIVO.
      *MODIFICATION HISTORY:
      * 15/10/2026 - O CONSOLE PASSOU A MOSTRAR OS ALERTAS DE SLA DO
      *              LOTE (BATCHALERT, GRAVADO PELO RUNHUTIL NAS ETAPAS
      *              DO PROGCOB026 E DO PROGCOB106): ETAPA QUE PASSOU DO
      *              LIMITE DO BATCHSLA E JANELA PREVISTA PARA TERMINAR
      *              DEPOIS DO CORTE DA MANHA.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS EM-CPF
               FILE STATUS IS WRK-EM-STATUS.

           SELECT BATCH-ALERT-FILE ASSIGN TO 'BATCHALERT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-AL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EOD-STATS-FILE.
       FD  EMPLOYEE-MASTER-FILE.
           COPY 'EMPMASTER-REC.cob'.

       FD  BATCH-ALERT-FILE.
           COPY 'BATCHALERT-REC.cob'.

       WORKING-STORAGE SECTION.
       77  WRK-STATS-STATUS    PIC X(02)       VALUE SPACES.
       77  WRK-ST-STATUS       PIC X(02)       VALUE SPACES.
       77  WRK-FA-STATUS       PIC X(02)       VALUE SPACES.
       77  WRK-EM-STATUS       PIC X(02)       VALUE SPACES.
       77  WRK-AL-STATUS       PIC X(02)       VALUE SPACES.

       77  WRK-EOF             PIC X(01)       VALUE 'N'.
           88  VARRE-ACABOU                    VALUE 'S'.

       77  WRK-QTDE-REG        PIC 9(06)       VALUE ZEROES.

      ******************************************************************
      * ALERTAS DE SLA DO LOTE (BATCHALERT, GRAVADO PELO RUNHUTIL):
      * MOSTRA OS DE ONTEM PARA CA (A JANELA NOTURNA CRUZA A
      * MEIA-NOITE) E OS DO ULTIMO DIA UTIL.
      ******************************************************************
       77  WRK-DC-HOJE         PIC 9(08)       VALUE ZEROES.
       77  WRK-QTDE-ALERTA     PIC 9(04)       VALUE ZEROES.
       01  WRK-AL-HORA         PIC 9(06)       VALUE ZEROES.
       01  WRK-AL-HORA-R REDEFINES WRK-AL-HORA.
           02  WRK-AL-HH       PIC 9(02).
           02  WRK-AL-MM       PIC 9(02).
           02  WRK-AL-SS       PIC 9(02).

       PROCEDURE DIVISION.

           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.

           PERFORM 0100-VARRE-JOBLOG.
           PERFORM 0200-MOSTRA-JOBS.
           PERFORM 0250-MOSTRA-ALERTAS.
           PERFORM 0300-CONTA-ARQUIVOS.

           STOP RUN.
               DISPLAY '  ' WRK-JOB-STATS(WRK-JOB-IDX)
           END-PERFORM.

      ******************************************************************
      * 0250-MOSTRA-ALERTAS - ETAPA QUE PASSOU DO LIMITE DO BATCHSLA E
      * JANELA PREVISTA PARA TERMINAR DEPOIS DO CORTE DA MANHA, DA
      * RODADA DESTA NOITE.
      ******************************************************************
       0250-MOSTRA-ALERTAS SECTION.
           DISPLAY '-------------------------------------'.
           MOVE 0 TO WRK-QTDE-ALERTA.

           MOVE 'S' TO DU-FUNCAO.
           MOVE WRK-HOJE TO DU-DATA.
           CALL 'DATEUTIL' USING DU-PARM.
           MOVE DU-DIAS-CORRIDOS TO WRK-DC-HOJE.

           MOVE 'N' TO WRK-EOF.
           OPEN INPUT BATCH-ALERT-FILE.
           IF WRK-AL-STATUS NOT = '00'
               DISPLAY 'ALERTAS DE SLA DO LOTE: NENHUM'
               GO TO 0250-EXIT
           END-IF.

           PERFORM UNTIL VARRE-ACABOU
               READ BATCH-ALERT-FILE
                   AT END
                       MOVE 'S' TO WRK-EOF
                   NOT AT END
                       IF AL-DATA NUMERIC
                           PERFORM 0260-AVALIA-ALERTA
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE BATCH-ALERT-FILE.

           IF WRK-QTDE-ALERTA = 0
               DISPLAY 'ALERTAS DE SLA DO LOTE: NENHUM'
           END-IF.
       0250-EXIT.
           EXIT.

      ******************************************************************
      * 0260-AVALIA-ALERTA - MOSTRA O ALERTA LIDO SE FOR DE ONTEM PARA
      * CA OU DO ULTIMO DIA UTIL.
      ******************************************************************
       0260-AVALIA-ALERTA SECTION.
           IF AL-DATA < WRK-ULT-DIA-UTIL
               MOVE 'S' TO DU-FUNCAO
               MOVE AL-DATA TO DU-DATA
               CALL 'DATEUTIL' USING DU-PARM
               IF WRK-DC-HOJE - DU-DIAS-CORRIDOS > 1
                   GO TO 0260-EXIT
               END-IF
           END-IF.

           IF WRK-QTDE-ALERTA = 0
               DISPLAY 'ALERTAS DE SLA DO LOTE:'
           END-IF.
           ADD 1 TO WRK-QTDE-ALERTA.
           MOVE AL-HORA TO WRK-AL-HORA.
           IF ALERTA-JANELA
               DISPLAY '*** ' AL-DATA ' ' WRK-AL-HH ':' WRK-AL-MM
                       ' ' AL-DRIVER ' ' AL-TEXTO
           ELSE
               DISPLAY '*** ' AL-DATA ' ' WRK-AL-HH ':' WRK-AL-MM
                       ' ' AL-PROGRAMA ' ' AL-TEXTO
           END-IF.
       0260-EXIT.
           EXIT.

      ******************************************************************
      * 0300-CONTA-ARQUIVOS - QUANTIDADE DE REGISTROS DOS ARQUIVOS
      * CHAVE.
