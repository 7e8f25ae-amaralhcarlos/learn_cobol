       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB177.
      ******************************************************************
      *AUTHOR: CARLOS AMARAL
      *DATE: 15/10/2026
      *PURPOSE: TENDENCIA DO TEMPO DE EXECUCAO DO LOTE. LE O HISTORICO
      *         RUNHIST (GRAVADO PELO RUNHUTIL A CADA ETAPA DO
      *         PROGCOB026 E DO PROGCOB106) E IMPRIME NO BATCHTRENDRPT,
      *         POR PROGRAMA, AS EXECUCOES, O TEMPO MEDIO E O PIOR
      *         TEMPO DOS ULTIMOS 30 E 90 DIAS, O LIMITE DO BATCHSLA E
      *         QUANTAS VEZES ELE FOI ESTOURADO NOS 90 DIAS. O PROGRAMA
      *         CUJA MEDIA DE 30 DIAS PASSA DA DE 90 EM MAIS DE 20% SAI
      *         MARCADO EM ALTA, PARA O CRESCIMENTO APARECER ANTES DE
      *         VIRAR ESTOURO DA JANELA.
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

           SELECT TREND-REPORT-FILE ASSIGN TO 'BATCHTRENDRPT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-HIST-FILE.
           COPY 'RUNHIST-REC.cob'.

       FD  BATCH-SLA-FILE.
           COPY 'BATCHSLA-REC.cob'.

       FD  TREND-REPORT-FILE.
       01  TR-LINHA                PIC X(132).

       WORKING-STORAGE SECTION.
           COPY 'DATEUTIL-PARM.cob'.
       77  WRK-RH-STATUS       PIC X(02)       VALUE SPACES.
       77  WRK-SLA-STATUS      PIC X(02)       VALUE SPACES.
       77  WRK-REPORT-STATUS   PIC X(02)       VALUE SPACES.
       77  WRK-EOF             PIC X(01)       VALUE 'N'.
           88  LEITURA-ACABOU                  VALUE 'S'.

       77  WRK-HOJE            PIC 9(08)       VALUE ZEROES.
       77  WRK-DC-HOJE         PIC 9(08)       VALUE ZEROES.
       77  WRK-DIAS-ATRAS      PIC 9(08)       VALUE ZEROES.

      ******************************************************************
      * ACUMULADOS POR PROGRAMA NAS JANELAS DE 30 E 90 DIAS.
      ******************************************************************
       77  WRK-PRG-QTD         PIC 9(03)       VALUE ZEROES.
       77  WRK-PRG-IDX         PIC 9(03)       VALUE ZEROES.
       77  WRK-PRG-POS         PIC 9(03)       VALUE ZEROES.
       77  WRK-PRG-BUSCA       PIC X(01)       VALUE 'N'.
           88  PRG-ACHOU                       VALUE 'S'.
       01  WRK-TAB-PROGRAMAS.
           02  WRK-PRG-LINHA   OCCURS 100 TIMES.
               03  WRK-PRG-NOME        PIC X(11).
               03  WRK-PRG-DRIVER      PIC X(10).
               03  WRK-PRG-EXEC-30     PIC 9(05).
               03  WRK-PRG-SOMA-30     PIC 9(11).
               03  WRK-PRG-PIOR-30     PIC 9(06).
               03  WRK-PRG-EXEC-90     PIC 9(05).
               03  WRK-PRG-SOMA-90     PIC 9(11).
               03  WRK-PRG-PIOR-90     PIC 9(06).
               03  WRK-PRG-ESTOUROS    PIC 9(05).
               03  WRK-PRG-SLA         PIC 9(04).
       77  WRK-PRG-CHEIA       PIC 9(05)       VALUE ZEROES.

       77  WRK-MEDIA-30        PIC 9(06)       VALUE ZEROES.
       77  WRK-MEDIA-90        PIC 9(06)       VALUE ZEROES.
       77  WRK-TENDENCIA       PIC X(08)       VALUE SPACES.
       77  WRK-QTDE-ALTA       PIC 9(03)       VALUE ZEROES.

      ******************************************************************
      * TEMPOS EDITADOS EM MINUTOS:SEGUNDOS PARA O RELATORIO.
      ******************************************************************
       77  WRK-SEG-EDITA       PIC 9(06)       VALUE ZEROES.
       77  WRK-MINUTOS         PIC 9(04)       VALUE ZEROES.
       77  WRK-SEGUNDOS        PIC 9(02)       VALUE ZEROES.
       01  WRK-TEMPO-ED.
           02  WRK-TEMPO-MIN   PIC ZZZ9.
           02  FILLER          PIC X(01)       VALUE ':'.
           02  WRK-TEMPO-SEG   PIC 9(02).
       77  WRK-ED-MED-30       PIC X(07)       VALUE SPACES.
       77  WRK-ED-PIOR-30      PIC X(07)       VALUE SPACES.
       77  WRK-ED-MED-90       PIC X(07)       VALUE SPACES.
       77  WRK-ED-PIOR-90      PIC X(07)       VALUE SPACES.
       77  WRK-ED-EXEC-30      PIC ZZZZ9.
       77  WRK-ED-EXEC-90      PIC ZZZZ9.
       77  WRK-ED-ESTOUROS     PIC ZZZZ9.
       77  WRK-ED-SLA          PIC X(08)       VALUE SPACES.
       77  WRK-ED-SLA-MIN      PIC ZZZ9.

       PROCEDURE DIVISION.

           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           MOVE 'S' TO DU-FUNCAO.
           MOVE WRK-HOJE TO DU-DATA.
           CALL 'DATEUTIL' USING DU-PARM.
           MOVE DU-DIAS-CORRIDOS TO WRK-DC-HOJE.

           PERFORM 0100-ACUMULA-HISTORICO.
           IF WRK-RH-STATUS NOT = '00'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 0200-CARREGA-SLA.

           OPEN OUTPUT TREND-REPORT-FILE.
           MOVE SPACES TO TR-LINHA.
           STRING 'TENDENCIA DO TEMPO DE EXECUCAO DO LOTE EM ' WRK-HOJE
               DELIMITED BY SIZE INTO TR-LINHA
           END-STRING
           WRITE TR-LINHA.
           MOVE SPACES TO TR-LINHA.
           WRITE TR-LINHA FROM
               'TEMPOS EM MIN:SEG - ULTIMOS 30 E 90 DIAS, COM HOJE'.
           MOVE SPACES TO TR-LINHA.
           WRITE TR-LINHA FROM '-------------------------------------'.
           MOVE SPACES TO TR-LINHA.
           STRING 'PROGRAMA    DRIVER     '
                  'EXEC30   MED30  PIOR30 '
                  'EXEC90   MED90  PIOR90 '
                  'LIMITE   ESTOUROS'
               DELIMITED BY SIZE INTO TR-LINHA
           END-STRING
           WRITE TR-LINHA.

           PERFORM VARYING WRK-PRG-IDX FROM 1 BY 1
                   UNTIL WRK-PRG-IDX > WRK-PRG-QTD
               PERFORM 0300-IMPRIME-PROGRAMA
           END-PERFORM.

           MOVE SPACES TO TR-LINHA.
           WRITE TR-LINHA FROM '-------------------------------------'.
           MOVE SPACES TO TR-LINHA.
           STRING 'PROGRAMAS ' WRK-PRG-QTD
                  ' EM ALTA ' WRK-QTDE-ALTA
               DELIMITED BY SIZE INTO TR-LINHA
           END-STRING
           WRITE TR-LINHA.
           IF WRK-PRG-CHEIA > 0
               MOVE SPACES TO TR-LINHA
               STRING 'ATENCAO: ' WRK-PRG-CHEIA
                      ' EXECUCOES DE PROGRAMAS ALEM DO LIMITE DE 100 '
                      'PROGRAMAS FICARAM FORA DO RELATORIO'
                   DELIMITED BY SIZE INTO TR-LINHA
               END-STRING
               WRITE TR-LINHA
           END-IF.

           CLOSE TREND-REPORT-FILE.

           DISPLAY 'PROGRAMAS NO RELATORIO: ' WRK-PRG-QTD.
           DISPLAY 'EM ALTA (VER BATCHTRENDRPT): ' WRK-QTDE-ALTA.
           IF WRK-QTDE-ALTA > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

      ******************************************************************
      * 0100-ACUMULA-HISTORICO - UMA PASSADA NO RUNHIST SOMANDO AS
      * EXECUCOES DOS ULTIMOS 90 DIAS (E, DENTRO DELAS, AS DE 30).
      ******************************************************************
       0100-ACUMULA-HISTORICO SECTION.
           MOVE 'N' TO WRK-EOF.
           OPEN INPUT RUN-HIST-FILE.
           IF WRK-RH-STATUS NOT = '00'
               DISPLAY 'RUNHIST NAO ENCONTRADO - NENHUMA ETAPA '
                       'REGISTRADA'
               GO TO 0100-EXIT
           END-IF.

           PERFORM UNTIL LEITURA-ACABOU
               READ RUN-HIST-FILE
                   AT END
                       MOVE 'S' TO WRK-EOF
                   NOT AT END
                       IF RH-DATA NUMERIC AND RH-SEGUNDOS NUMERIC
                           PERFORM 0150-ACUMULA-EXECUCAO
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE RUN-HIST-FILE.
       0100-EXIT.
           EXIT.

      ******************************************************************
      * 0150-ACUMULA-EXECUCAO - SOMA A EXECUCAO LIDA NA LINHA DO SEU
      * PROGRAMA, SE FOR DOS ULTIMOS 90 DIAS.
      ******************************************************************
       0150-ACUMULA-EXECUCAO SECTION.
           MOVE 'S' TO DU-FUNCAO.
           MOVE RH-DATA TO DU-DATA.
           CALL 'DATEUTIL' USING DU-PARM.
           IF DU-DIAS-CORRIDOS > WRK-DC-HOJE
               GO TO 0150-EXIT
           END-IF.
           COMPUTE WRK-DIAS-ATRAS = WRK-DC-HOJE - DU-DIAS-CORRIDOS.
           IF WRK-DIAS-ATRAS NOT < 90
               GO TO 0150-EXIT
           END-IF.

           MOVE 'N' TO WRK-PRG-BUSCA.
           PERFORM VARYING WRK-PRG-IDX FROM 1 BY 1
                   UNTIL WRK-PRG-IDX > WRK-PRG-QTD
                       OR PRG-ACHOU
               IF WRK-PRG-NOME(WRK-PRG-IDX) = RH-PROGRAMA
                   MOVE 'S' TO WRK-PRG-BUSCA
                   MOVE WRK-PRG-IDX TO WRK-PRG-POS
               END-IF
           END-PERFORM.

           IF NOT PRG-ACHOU
               IF WRK-PRG-QTD NOT < 100
                   ADD 1 TO WRK-PRG-CHEIA
                   GO TO 0150-EXIT
               END-IF
               ADD 1 TO WRK-PRG-QTD
               MOVE WRK-PRG-QTD TO WRK-PRG-POS
               INITIALIZE WRK-PRG-LINHA(WRK-PRG-POS)
               MOVE RH-PROGRAMA TO WRK-PRG-NOME(WRK-PRG-POS)
           END-IF.

           MOVE RH-DRIVER TO WRK-PRG-DRIVER(WRK-PRG-POS).
           ADD 1 TO WRK-PRG-EXEC-90(WRK-PRG-POS).
           ADD RH-SEGUNDOS TO WRK-PRG-SOMA-90(WRK-PRG-POS).
           IF RH-SEGUNDOS > WRK-PRG-PIOR-90(WRK-PRG-POS)
               MOVE RH-SEGUNDOS TO WRK-PRG-PIOR-90(WRK-PRG-POS)
           END-IF.
           IF RH-SLA-ESTOURADO
               ADD 1 TO WRK-PRG-ESTOUROS(WRK-PRG-POS)
           END-IF.

           IF WRK-DIAS-ATRAS < 30
               ADD 1 TO WRK-PRG-EXEC-30(WRK-PRG-POS)
               ADD RH-SEGUNDOS TO WRK-PRG-SOMA-30(WRK-PRG-POS)
               IF RH-SEGUNDOS > WRK-PRG-PIOR-30(WRK-PRG-POS)
                   MOVE RH-SEGUNDOS TO WRK-PRG-PIOR-30(WRK-PRG-POS)
               END-IF
           END-IF.
       0150-EXIT.
           EXIT.

      ******************************************************************
      * 0200-CARREGA-SLA - LIMITE EM MINUTOS DE CADA PROGRAMA DA TABELA
      * (LINHAS 'E' DO BATCHSLA). SEM LINHA, O PROGRAMA FICA SEM LIMITE.
      ******************************************************************
       0200-CARREGA-SLA SECTION.
           MOVE 'N' TO WRK-EOF.
           OPEN INPUT BATCH-SLA-FILE.
           IF WRK-SLA-STATUS NOT = '00'
               GO TO 0200-EXIT
           END-IF.

           PERFORM UNTIL LEITURA-ACABOU
               READ BATCH-SLA-FILE
                   AT END
                       MOVE 'S' TO WRK-EOF
                   NOT AT END
                       IF SLA-ETAPA AND SL-VALOR NUMERIC
                           PERFORM VARYING WRK-PRG-IDX FROM 1 BY 1
                                   UNTIL WRK-PRG-IDX > WRK-PRG-QTD
                               IF WRK-PRG-NOME(WRK-PRG-IDX)
                                   = SL-PROGRAMA
                                   MOVE SL-VALOR
                                     TO WRK-PRG-SLA(WRK-PRG-IDX)
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE BATCH-SLA-FILE.
       0200-EXIT.
           EXIT.

      ******************************************************************
      * 0300-IMPRIME-PROGRAMA - LINHA DO PROGRAMA WRK-PRG-IDX.
      ******************************************************************
       0300-IMPRIME-PROGRAMA SECTION.
           MOVE 0 TO WRK-MEDIA-30.
           MOVE 0 TO WRK-MEDIA-90.
           IF WRK-PRG-EXEC-30(WRK-PRG-IDX) > 0
               COMPUTE WRK-MEDIA-30 ROUNDED =
                   WRK-PRG-SOMA-30(WRK-PRG-IDX)
                   / WRK-PRG-EXEC-30(WRK-PRG-IDX)
           END-IF.
           IF WRK-PRG-EXEC-90(WRK-PRG-IDX) > 0
               COMPUTE WRK-MEDIA-90 ROUNDED =
                   WRK-PRG-SOMA-90(WRK-PRG-IDX)
                   / WRK-PRG-EXEC-90(WRK-PRG-IDX)
           END-IF.

           MOVE SPACES TO WRK-TENDENCIA.
           IF WRK-MEDIA-90 > 0
               AND WRK-MEDIA-30 * 10 > WRK-MEDIA-90 * 12
               MOVE 'EM ALTA' TO WRK-TENDENCIA
               ADD 1 TO WRK-QTDE-ALTA
           END-IF.

           MOVE WRK-MEDIA-30 TO WRK-SEG-EDITA.
           PERFORM 0400-EDITA-TEMPO.
           MOVE WRK-TEMPO-ED TO WRK-ED-MED-30.
           MOVE WRK-PRG-PIOR-30(WRK-PRG-IDX) TO WRK-SEG-EDITA.
           PERFORM 0400-EDITA-TEMPO.
           MOVE WRK-TEMPO-ED TO WRK-ED-PIOR-30.
           MOVE WRK-MEDIA-90 TO WRK-SEG-EDITA.
           PERFORM 0400-EDITA-TEMPO.
           MOVE WRK-TEMPO-ED TO WRK-ED-MED-90.
           MOVE WRK-PRG-PIOR-90(WRK-PRG-IDX) TO WRK-SEG-EDITA.
           PERFORM 0400-EDITA-TEMPO.
           MOVE WRK-TEMPO-ED TO WRK-ED-PIOR-90.

           MOVE WRK-PRG-EXEC-30(WRK-PRG-IDX) TO WRK-ED-EXEC-30.
           MOVE WRK-PRG-EXEC-90(WRK-PRG-IDX) TO WRK-ED-EXEC-90.
           MOVE WRK-PRG-ESTOUROS(WRK-PRG-IDX) TO WRK-ED-ESTOUROS.
           IF WRK-PRG-SLA(WRK-PRG-IDX) > 0
               MOVE WRK-PRG-SLA(WRK-PRG-IDX) TO WRK-ED-SLA-MIN
               MOVE SPACES TO WRK-ED-SLA
               STRING WRK-ED-SLA-MIN ' MIN'
                   DELIMITED BY SIZE INTO WRK-ED-SLA
               END-STRING
           ELSE
               MOVE '     ---' TO WRK-ED-SLA
           END-IF.

           MOVE SPACES TO TR-LINHA.
           STRING WRK-PRG-NOME(WRK-PRG-IDX) ' '
                  WRK-PRG-DRIVER(WRK-PRG-IDX) ' '
                  ' ' WRK-ED-EXEC-30 ' ' WRK-ED-MED-30
                  ' ' WRK-ED-PIOR-30 ' '
                  ' ' WRK-ED-EXEC-90 ' ' WRK-ED-MED-90
                  ' ' WRK-ED-PIOR-90 ' '
                  WRK-ED-SLA ' ' WRK-ED-ESTOUROS
                  '  ' WRK-TENDENCIA
               DELIMITED BY SIZE INTO TR-LINHA
           END-STRING.
           WRITE TR-LINHA.

      ******************************************************************
      * 0400-EDITA-TEMPO - WRK-SEG-EDITA EM MIN:SEG.
      ******************************************************************
       0400-EDITA-TEMPO SECTION.
           DIVIDE WRK-SEG-EDITA BY 60 GIVING WRK-MINUTOS
               REMAINDER WRK-SEGUNDOS.
           MOVE WRK-MINUTOS  TO WRK-TEMPO-MIN.
           MOVE WRK-SEGUNDOS TO WRK-TEMPO-SEG.

       END PROGRAM PROGCOB177.
