       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNHUTIL.
      ******************************************************************
      *AUTHOR: CARLOS AMARAL
      *DATE: 15/10/2026
      *PURPOSE: HISTORICO DE EXECUCAO E LIMITES DE TEMPO DO LOTE. OS
      *         DRIVERS PROGCOB026 E PROGCOB106 MARCAVAM INICIO E FIM
      *         DE CADA ETAPA SO PARA O RELATORIO DA RODADA E ESQUECIAM;
      *         NINGUEM VIA UMA POSTAGEM CRESCER DE 4 PARA 25 MINUTOS
      *         JUNTO COM O FREIGHTAUDIT. AQUI CADA ETAPA VIRA UMA
      *         LINHA NO RUNHIST (TEMPO, REGISTROS, RETORNO), A ETAPA
      *         QUE PASSA DO SEU LIMITE NO BATCHSLA E A JANELA CUJA
      *         PREVISAO DE TERMINO PASSA DO CORTE DA MANHA VIRAM
      *         ALERTA NO BATCHALERT, QUE O CONSOLE DO PROGCOB058
      *         MOSTRA. VER AS FUNCOES NA COPY RUNHUTIL-PARM.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-HIST-FILE ASSIGN TO 'RUNHIST'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-RH-STATUS.

           SELECT BATCH-SLA-FILE ASSIGN TO 'BATCHSLA'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-SLA-STATUS.

           SELECT BATCH-ALERT-FILE ASSIGN TO 'BATCHALERT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-AL-STATUS.

           SELECT EOD-STATS-FILE ASSIGN TO 'EODSTATS'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-STATS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-HIST-FILE.
           COPY 'RUNHIST-REC.cob'.

       FD  BATCH-SLA-FILE.
           COPY 'BATCHSLA-REC.cob'.

       FD  BATCH-ALERT-FILE.
           COPY 'BATCHALERT-REC.cob'.

       FD  EOD-STATS-FILE.
       01  ES-LINHA                PIC X(80).

       WORKING-STORAGE SECTION.
           COPY 'DATEUTIL-PARM.cob'.
       77  WRK-RH-STATUS       PIC X(02)       VALUE SPACES.
       77  WRK-SLA-STATUS      PIC X(02)       VALUE SPACES.
       77  WRK-AL-STATUS       PIC X(02)       VALUE SPACES.
       77  WRK-STATS-STATUS    PIC X(02)       VALUE SPACES.
       77  WRK-EOF             PIC X(01)       VALUE 'N'.
           88  LEITURA-ACABOU                  VALUE 'S'.

       01  WRK-HOJE            PIC 9(08)       VALUE ZEROES.
       01  WRK-HOJE-X REDEFINES WRK-HOJE       PIC X(08).
       01  WRK-AGORA.
           02  WRK-AGORA-HHMMSS PIC 9(06)      VALUE ZEROES.
           02  WRK-AGORA-CC    PIC 9(02)       VALUE ZEROES.

      ******************************************************************
      * CONVERSAO HHMMSS -> SEGUNDOS DESDE A MEIA-NOITE.
      ******************************************************************
       01  WRK-HHMMSS          PIC 9(06)       VALUE ZEROES.
       01  WRK-HHMMSS-R REDEFINES WRK-HHMMSS.
           02  WRK-HMS-HH      PIC 9(02).
           02  WRK-HMS-MM      PIC 9(02).
           02  WRK-HMS-SS      PIC 9(02).
       77  WRK-SEGUNDOS        PIC 9(06)       VALUE ZEROES.
       77  WRK-SEG-INICIO      PIC 9(06)       VALUE ZEROES.
       77  WRK-SEG-FIM         PIC 9(06)       VALUE ZEROES.
       77  WRK-SEG-CORTE       PIC 9(06)       VALUE ZEROES.
       77  WRK-SEG-PREVISTO    PIC 9(06)       VALUE ZEROES.
       77  WRK-SEG-DIA         PIC 9(06)       VALUE 86400.

      ******************************************************************
      * LIMITE DO BATCHSLA ACHADO PARA O PROGRAMA OU DRIVER.
      ******************************************************************
       77  WRK-SLA-TIPO        PIC X(01)       VALUE SPACES.
       77  WRK-SLA-CHAVE       PIC X(11)       VALUE SPACES.
       77  WRK-SLA-VALOR       PIC 9(04)       VALUE ZEROES.
       77  WRK-SLA-ACHOU       PIC X(01)       VALUE 'N'.
           88  SLA-ACHADO                      VALUE 'S'.

      ******************************************************************
      * PRIMEIRO CONTADOR DA LINHA DO EODSTATS (DATA;PROGRAMA;NOME=N).
      ******************************************************************
       77  WRK-ES-DATA         PIC X(08)       VALUE SPACES.
       77  WRK-ES-PROG         PIC X(11)       VALUE SPACES.
       77  WRK-ES-RESTO        PIC X(60)       VALUE SPACES.
       77  WRK-ES-LINHA-DIA    PIC X(80)       VALUE SPACES.
       77  WRK-ES-NOME         PIC X(20)       VALUE SPACES.
       01  WRK-ES-VALOR-X      PIC X(09)       JUST RIGHT VALUE SPACES.
       01  WRK-ES-VALOR REDEFINES WRK-ES-VALOR-X PIC 9(09).

      ******************************************************************
      * MEDIA POR PROGRAMA: DIAS CORRIDOS DE HOJE E DO REGISTRO.
      ******************************************************************
       77  WRK-DC-HOJE         PIC 9(08)       VALUE ZEROES.
       77  WRK-DC-REG          PIC 9(08)       VALUE ZEROES.
       77  WRK-SOMA-SEG        PIC 9(11)       VALUE ZEROES.

      ******************************************************************
      * ALERTA DE JANELA JA DADO (UM POR DRIVER POR DIA NA MESMA
      * RODADA).
      ******************************************************************
       77  WRK-JAN-DATA        PIC 9(08)       VALUE ZEROES.
       77  WRK-JAN-DRIVER      PIC X(10)       VALUE SPACES.

       01  WRK-ED-HORA.
           02  WRK-ED-HH       PIC 9(02).
           02  FILLER          PIC X(01)       VALUE ':'.
           02  WRK-ED-MM       PIC 9(02).
       01  WRK-ED-CORTE.
           02  WRK-EC-HH       PIC 9(02).
           02  FILLER          PIC X(01)       VALUE ':'.
           02  WRK-EC-MM       PIC 9(02).
       77  WRK-ED-MINUTOS      PIC 9(05)       VALUE ZEROES.

       LINKAGE SECTION.
           COPY 'RUNHUTIL-PARM.cob'.

       PROCEDURE DIVISION USING RU-PARM.

           MOVE 'N' TO RU-ALERTA.
           MOVE SPACES TO RU-MENSAGEM.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           ACCEPT WRK-AGORA FROM TIME.

           EVALUATE RU-FUNCAO
               WHEN 'G'
                   PERFORM 1000-GRAVA-EXECUCAO
               WHEN 'M'
                   PERFORM 2000-MEDIA-PROGRAMA
               WHEN 'J'
                   PERFORM 3000-CONFERE-JANELA
               WHEN OTHER
                   MOVE 'FUNCAO DESCONHECIDA' TO RU-MENSAGEM
           END-EVALUATE.

           GOBACK.

      ******************************************************************
      * 1000-GRAVA-EXECUCAO - LINHA DA ETAPA NO RUNHIST E, SE PASSOU DO
      * LIMITE, O ALERTA.
      ******************************************************************
       1000-GRAVA-EXECUCAO SECTION.
           MOVE RU-INICIO TO WRK-HHMMSS.
           PERFORM 5000-SEGUNDOS.
           MOVE WRK-SEGUNDOS TO WRK-SEG-INICIO.
           MOVE RU-FIM TO WRK-HHMMSS.
           PERFORM 5000-SEGUNDOS.
           MOVE WRK-SEGUNDOS TO WRK-SEG-FIM.
           IF WRK-SEG-FIM < WRK-SEG-INICIO
               ADD WRK-SEG-DIA TO WRK-SEG-FIM
           END-IF.

           MOVE WRK-HOJE     TO RH-DATA.
           MOVE RU-DRIVER    TO RH-DRIVER.
           MOVE RU-PROGRAMA  TO RH-PROGRAMA.
           MOVE RU-INICIO    TO RH-INICIO.
           MOVE RU-FIM       TO RH-FIM.
           COMPUTE RH-SEGUNDOS = WRK-SEG-FIM - WRK-SEG-INICIO.
           MOVE RU-RC        TO RH-RC.
           MOVE RU-RESULTADO TO RH-RESULTADO.
           MOVE 'N'          TO RH-ESTOURO-SLA.

           PERFORM 1100-BUSCA-CONTADOR.
           MOVE WRK-ES-VALOR TO RH-REGISTROS.

           MOVE 'E' TO WRK-SLA-TIPO.
           MOVE RU-PROGRAMA TO WRK-SLA-CHAVE.
           PERFORM 4000-BUSCA-SLA.
           IF SLA-ACHADO AND WRK-SLA-VALOR > 0
               AND RH-SEGUNDOS > WRK-SLA-VALOR * 60
               MOVE 'S' TO RH-ESTOURO-SLA
               COMPUTE WRK-ED-MINUTOS = (RH-SEGUNDOS + 59) / 60
               STRING 'ETAPA LEVOU ' WRK-ED-MINUTOS
                      ' MIN - LIMITE DE ' WRK-SLA-VALOR ' MIN'
                   DELIMITED BY SIZE INTO RU-MENSAGEM
               END-STRING
               MOVE 'E' TO AL-TIPO
               PERFORM 4500-GRAVA-ALERTA
           END-IF.

           OPEN EXTEND RUN-HIST-FILE.
           IF WRK-RH-STATUS NOT = '00'
               OPEN OUTPUT RUN-HIST-FILE
           END-IF.
           WRITE RH-REGISTRO.
           CLOSE RUN-HIST-FILE.

      ******************************************************************
      * 1100-BUSCA-CONTADOR - ULTIMA LINHA DE HOJE DO PROGRAMA NO
      * EODSTATS E O VALOR DO SEU PRIMEIRO CONTADOR (ZERO SE NAO HA
      * LINHA OU O VALOR NAO E NUMERICO).
      ******************************************************************
       1100-BUSCA-CONTADOR SECTION.
           MOVE ZEROES TO WRK-ES-VALOR.
           MOVE SPACES TO WRK-ES-LINHA-DIA.
           MOVE 'N' TO WRK-EOF.

           OPEN INPUT EOD-STATS-FILE.
           IF WRK-STATS-STATUS NOT = '00'
               GO TO 1100-EXIT
           END-IF.

           PERFORM UNTIL LEITURA-ACABOU
               READ EOD-STATS-FILE
                   AT END
                       MOVE 'S' TO WRK-EOF
                   NOT AT END
                       MOVE SPACES TO WRK-ES-DATA
                       MOVE SPACES TO WRK-ES-PROG
                       UNSTRING ES-LINHA DELIMITED BY ';'
                           INTO WRK-ES-DATA WRK-ES-PROG
                       END-UNSTRING
                       IF WRK-ES-DATA = WRK-HOJE-X
                           AND WRK-ES-PROG = RU-PROGRAMA
                           MOVE ES-LINHA TO WRK-ES-LINHA-DIA
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE EOD-STATS-FILE.

           IF WRK-ES-LINHA-DIA = SPACES
               GO TO 1100-EXIT
           END-IF.

           MOVE SPACES TO WRK-ES-RESTO.
           UNSTRING WRK-ES-LINHA-DIA DELIMITED BY ';'
               INTO WRK-ES-DATA WRK-ES-PROG WRK-ES-RESTO
           END-UNSTRING.
           MOVE SPACES TO WRK-ES-VALOR-X.
           UNSTRING WRK-ES-RESTO DELIMITED BY '=' OR SPACE
               INTO WRK-ES-NOME WRK-ES-VALOR-X
           END-UNSTRING.
           INSPECT WRK-ES-VALOR-X REPLACING LEADING SPACE BY ZERO.
           IF WRK-ES-VALOR NOT NUMERIC
               MOVE ZEROES TO WRK-ES-VALOR
           END-IF.
       1100-EXIT.
           EXIT.

      ******************************************************************
      * 2000-MEDIA-PROGRAMA - EXECUCOES, MEDIA E PIOR TEMPO DO PROGRAMA
      * NOS ULTIMOS RU-DIAS DIAS (HOJE CONTA COMO O PRIMEIRO).
      ******************************************************************
       2000-MEDIA-PROGRAMA SECTION.
           MOVE 0 TO RU-EXECUCOES.
           MOVE 0 TO RU-MEDIA-SEG.
           MOVE 0 TO RU-PIOR-SEG.
           MOVE 0 TO WRK-SOMA-SEG.
           MOVE 'N' TO WRK-EOF.

           MOVE 'S' TO DU-FUNCAO.
           MOVE WRK-HOJE TO DU-DATA.
           CALL 'DATEUTIL' USING DU-PARM.
           MOVE DU-DIAS-CORRIDOS TO WRK-DC-HOJE.

           OPEN INPUT RUN-HIST-FILE.
           IF WRK-RH-STATUS NOT = '00'
               GO TO 2000-EXIT
           END-IF.

           PERFORM UNTIL LEITURA-ACABOU
               READ RUN-HIST-FILE
                   AT END
                       MOVE 'S' TO WRK-EOF
                   NOT AT END
                       IF RH-PROGRAMA = RU-PROGRAMA
                           AND RH-DATA NUMERIC
                           AND RH-SEGUNDOS NUMERIC
                           MOVE 'S' TO DU-FUNCAO
                           MOVE RH-DATA TO DU-DATA
                           CALL 'DATEUTIL' USING DU-PARM
                           MOVE DU-DIAS-CORRIDOS TO WRK-DC-REG
                           IF WRK-DC-REG <= WRK-DC-HOJE
                               AND WRK-DC-HOJE - WRK-DC-REG < RU-DIAS
                               ADD 1 TO RU-EXECUCOES
                               ADD RH-SEGUNDOS TO WRK-SOMA-SEG
                               IF RH-SEGUNDOS > RU-PIOR-SEG
                                   MOVE RH-SEGUNDOS TO RU-PIOR-SEG
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE RUN-HIST-FILE.

           IF RU-EXECUCOES > 0
               COMPUTE RU-MEDIA-SEG ROUNDED =
                   WRK-SOMA-SEG / RU-EXECUCOES
           END-IF.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 3000-CONFERE-JANELA - PREVISAO DE TERMINO = HORA ATUAL + O QUE
      * FALTA; CONTRA O CORTE DO DRIVER NO BATCHSLA. HORARIOS ANTES DO
      * INICIO DO DRIVER SAO DO DIA SEGUINTE.
      ******************************************************************
       3000-CONFERE-JANELA SECTION.
           IF WRK-JAN-DATA = WRK-HOJE AND WRK-JAN-DRIVER = RU-DRIVER
               GO TO 3000-EXIT
           END-IF.

           MOVE 'C' TO WRK-SLA-TIPO.
           MOVE RU-DRIVER TO WRK-SLA-CHAVE.
           PERFORM 4000-BUSCA-SLA.
           IF NOT SLA-ACHADO
               GO TO 3000-EXIT
           END-IF.

           MOVE RU-INICIO TO WRK-HHMMSS.
           PERFORM 5000-SEGUNDOS.
           MOVE WRK-SEGUNDOS TO WRK-SEG-INICIO.

           MOVE RU-FIM TO WRK-HHMMSS.
           PERFORM 5000-SEGUNDOS.
           MOVE WRK-SEGUNDOS TO WRK-SEG-FIM.
           IF WRK-SEG-FIM < WRK-SEG-INICIO
               ADD WRK-SEG-DIA TO WRK-SEG-FIM
           END-IF.

           COMPUTE WRK-HHMMSS = WRK-SLA-VALOR * 100.
           PERFORM 5000-SEGUNDOS.
           MOVE WRK-SEGUNDOS TO WRK-SEG-CORTE.
           IF WRK-SEG-CORTE < WRK-SEG-INICIO
               ADD WRK-SEG-DIA TO WRK-SEG-CORTE
           END-IF.

           COMPUTE WRK-SEG-PREVISTO = WRK-SEG-FIM + RU-FALTA-SEG.
           IF WRK-SEG-PREVISTO NOT > WRK-SEG-CORTE
               GO TO 3000-EXIT
           END-IF.

           MOVE WRK-SEG-PREVISTO TO WRK-SEGUNDOS.
           IF WRK-SEGUNDOS NOT < WRK-SEG-DIA
               SUBTRACT WRK-SEG-DIA FROM WRK-SEGUNDOS
           END-IF.
           COMPUTE WRK-ED-HH = WRK-SEGUNDOS / 3600.
           COMPUTE WRK-ED-MM =
               (WRK-SEGUNDOS - WRK-ED-HH * 3600) / 60.
           MOVE WRK-SLA-VALOR(1:2) TO WRK-EC-HH.
           MOVE WRK-SLA-VALOR(3:2) TO WRK-EC-MM.
           STRING 'JANELA PREVISTA PARA TERMINAR ' WRK-ED-HORA
                  ' - CORTE ' WRK-ED-CORTE
               DELIMITED BY SIZE INTO RU-MENSAGEM
           END-STRING.
           MOVE 'J' TO AL-TIPO.
           PERFORM 4500-GRAVA-ALERTA.

           MOVE WRK-HOJE  TO WRK-JAN-DATA.
           MOVE RU-DRIVER TO WRK-JAN-DRIVER.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 4000-BUSCA-SLA - LINHA DO BATCHSLA DO TIPO WRK-SLA-TIPO PARA
      * WRK-SLA-CHAVE (PROGRAMA OU DRIVER).
      ******************************************************************
       4000-BUSCA-SLA SECTION.
           MOVE 'N' TO WRK-SLA-ACHOU.
           MOVE 0 TO WRK-SLA-VALOR.
           MOVE 'N' TO WRK-EOF.

           OPEN INPUT BATCH-SLA-FILE.
           IF WRK-SLA-STATUS NOT = '00'
               GO TO 4000-EXIT
           END-IF.

           PERFORM UNTIL LEITURA-ACABOU OR SLA-ACHADO
               READ BATCH-SLA-FILE
                   AT END
                       MOVE 'S' TO WRK-EOF
                   NOT AT END
                       IF SL-TIPO = WRK-SLA-TIPO
                           AND SL-PROGRAMA = WRK-SLA-CHAVE
                           AND SL-VALOR NUMERIC
                           MOVE 'S' TO WRK-SLA-ACHOU
                           MOVE SL-VALOR TO WRK-SLA-VALOR
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE BATCH-SLA-FILE.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 4500-GRAVA-ALERTA - ACRESCENTA O ALERTA (TIPO EM AL-TIPO, TEXTO
      * EM RU-MENSAGEM) NO BATCHALERT.
      ******************************************************************
       4500-GRAVA-ALERTA SECTION.
           MOVE WRK-HOJE         TO AL-DATA.
           MOVE WRK-AGORA-HHMMSS TO AL-HORA.
           MOVE RU-DRIVER        TO AL-DRIVER.
           MOVE RU-PROGRAMA      TO AL-PROGRAMA.
           MOVE RU-MENSAGEM      TO AL-TEXTO.

           OPEN EXTEND BATCH-ALERT-FILE.
           IF WRK-AL-STATUS NOT = '00'
               OPEN OUTPUT BATCH-ALERT-FILE
           END-IF.
           WRITE AL-REGISTRO.
           CLOSE BATCH-ALERT-FILE.

           MOVE 'S' TO RU-ALERTA.

      ******************************************************************
      * 5000-SEGUNDOS - WRK-HHMMSS EM SEGUNDOS DESDE A MEIA-NOITE.
      ******************************************************************
       5000-SEGUNDOS SECTION.
           COMPUTE WRK-SEGUNDOS = WRK-HMS-HH * 3600
                                + WRK-HMS-MM * 60
                                + WRK-HMS-SS.

       END PROGRAM RUNHUTIL.
