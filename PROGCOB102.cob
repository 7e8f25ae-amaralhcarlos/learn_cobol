      *         (RETRORPT) E GERA EM PAYROLLTXNRAW UMA LINHA UNICA COM
      *         A DIFERENCA LIQUIDA ACUMULADA, QUE SAI COMO LINHA
      *         PROPRIA NA PROXIMA FOLHA.
      *MODIFICATION HISTORY:
      * 15/10/2026 - RODADA EM LOTE: COM O CPF ZERADO, PAGA OS PEDIDOS
      *              PENDENTES DO RETROREQ (COPY RETROREQ-REC) GRAVADOS
      *              PELO REAJUSTE DO DISSIDIO (PROGCOB170), COM A MESMA
      *              APURACAO POR COMPETENCIA, NUM SO RETRORPT, E MARCA
      *              CADA PEDIDO COMO PAGO
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-REPORT-STATUS.

           SELECT RETRO-REQUEST-FILE ASSIGN TO 'RETROREQ'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-REQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SAL-HIST-FILE.
       FD  RETRO-REPORT-FILE.
       01  RT-LINHA                PIC X(100).

       FD  RETRO-REQUEST-FILE.
           COPY 'RETROREQ-REC.cob'.

       WORKING-STORAGE SECTION.
       COPY 'CURRENCY-BOOK.cob'.

       77  WRK-EMP-STATUS      PIC X(02)       VALUE SPACES.
       77  WRK-TXN-STATUS      PIC X(02)       VALUE SPACES.
       77  WRK-REPORT-STATUS   PIC X(02)       VALUE SPACES.
       77  WRK-REQ-STATUS      PIC X(02)       VALUE SPACES.
       77  WRK-REQ-EOF         PIC X(01)       VALUE 'N'.
           88  REQ-ACABOU                      VALUE 'S'.

       77  WRK-CPF             PIC 9(11)       VALUE ZEROES.
       77  WRK-SAL-ANTERIOR    PIC 9(06)V99    VALUE ZEROES.
       77  WRK-QTDE-MESES      PIC 9(03)       VALUE ZEROES.
       77  WRK-TEM-EVENTO      PIC X(01)       VALUE 'N'.

      ******************************************************************
      * RODADA EM LOTE: PEDIDOS DO RETROREQ (REAJUSTE DO DISSIDIO NO
      * PROGCOB170) EM MEMORIA, REGRAVADOS COM A SITUACAO NO FIM.
      ******************************************************************
       77  WRK-REQ-QTD         PIC 9(04)       VALUE ZEROES.
       77  WRK-REQ-IDX         PIC 9(04)       VALUE ZEROES.
       77  WRK-REQ-PENDENTES   PIC 9(04)       VALUE ZEROES.
       77  WRK-REQ-GERADOS     PIC 9(04)       VALUE ZEROES.
       77  WRK-LOTE-TOTAL      PIC S9(09)V99   VALUE ZEROES.
       01  WRK-TAB-PEDIDOS.
           02  WRK-REQ-REG     PIC X(54)       OCCURS 3000 TIMES.

       01  WRK-HOJE.
           02  WRK-HOJE-ANO    PIC 9(04)       VALUE ZEROES.
           02  WRK-HOJE-MES    PIC 9(02)       VALUE ZEROES.
           COMPUTE WRK-COMP-ATUAL =
               WRK-HOJE-ANO * 100 + WRK-HOJE-MES.

           DISPLAY 'CPF DO FUNCIONARIO (ZEROS = PEDIDOS PENDENTES DO '
                   'RETROREQ): '.
           ACCEPT WRK-CPF.

           IF WRK-CPF = 0
               PERFORM 0500-RODADA-LOTE
               STOP RUN
           END-IF.

           PERFORM 0100-LISTA-EVENTOS.
           IF WRK-TEM-EVENTO = 'N'
               DISPLAY 'CPF SEM EVENTOS NO SALHIST - NADA A PAGAR'
           MOVE SPACES TO RT-LINHA.
           WRITE RT-LINHA FROM '-------------------------------------'.

           PERFORM 0250-CONFERE-COMPETENCIAS.
           IF WRK-PAYROLL-STATUS NOT = '00'
               CLOSE RETRO-REPORT-FILE
               GO TO 0200-EXIT
           END-IF.

           MOVE SPACES TO RT-LINHA.
           WRITE RT-LINHA FROM '-------------------------------------'.
           MOVE WRK-DIF-TOTAL TO WRK-CURR-ED-06.
           MOVE SPACES TO RT-LINHA.
           STRING 'DIFERENCA TOTAL: ' WRK-CURR-ED-06
                  ' EM ' WRK-QTDE-MESES ' COMPETENCIAS'
               DELIMITED BY SIZE INTO RT-LINHA
           END-STRING
           WRITE RT-LINHA.

           CLOSE RETRO-REPORT-FILE.
       0200-EXIT.
           EXIT.

      ******************************************************************
      * 0250-CONFERE-COMPETENCIAS - COMPETENCIAS DO WRK-CPF NO
      * PAYROLLMASTER ENTRE A VIGENCIA E O MES ANTERIOR AO ATUAL, UMA
      * LINHA NO RETRORPT (JA ABERTO) POR COMPETENCIA.
      ******************************************************************
       0250-CONFERE-COMPETENCIAS SECTION.
           MOVE 'N' TO WRK-PAYROLL-EOF.
           OPEN INPUT PAYROLL-MASTER-FILE.
           IF WRK-PAYROLL-STATUS NOT = '00'
               MOVE SPACES TO RT-LINHA
               WRITE RT-LINHA FROM 'PAYROLLMASTER NAO ENCONTRADO'
               GO TO 0250-EXIT
           END-IF.

           PERFORM UNTIL PAYROLL-ACABOU
           END-PERFORM.

           CLOSE PAYROLL-MASTER-FILE.
       0250-EXIT.
           EXIT.

      ******************************************************************

           CLOSE PAYROLL-TXN-FILE.

      ******************************************************************
      * 0500-RODADA-LOTE - PAGA OS PEDIDOS PENDENTES DO RETROREQ (UM
      * POR CPF REAJUSTADO NO DISSIDIO) COM A MESMA APURACAO DA
      * RODADA POR CPF, NUM SO RETRORPT, E MARCA CADA PEDIDO COMO
      * GERADO OU SEM DIFERENCA A PAGAR.
      ******************************************************************
       0500-RODADA-LOTE SECTION.
           OPEN INPUT RETRO-REQUEST-FILE.
           IF WRK-REQ-STATUS NOT = '00'
               DISPLAY 'RETROREQ NAO ENCONTRADO - NENHUM PEDIDO'
               GO TO 0500-EXIT
           END-IF.

           PERFORM UNTIL REQ-ACABOU
               READ RETRO-REQUEST-FILE
                   AT END
                       MOVE 'S' TO WRK-REQ-EOF
                   NOT AT END
                       IF WRK-REQ-QTD < 3000
                           ADD 1 TO WRK-REQ-QTD
                           MOVE RQ-REGISTRO TO WRK-REQ-REG(WRK-REQ-QTD)
                           IF PEDIDO-PENDENTE
                               ADD 1 TO WRK-REQ-PENDENTES
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE RETRO-REQUEST-FILE.

           IF WRK-REQ-PENDENTES = 0
               DISPLAY 'NENHUM PEDIDO PENDENTE NO RETROREQ'
               GO TO 0500-EXIT
           END-IF.

           OPEN OUTPUT RETRO-REPORT-FILE.
           MOVE SPACES TO RT-LINHA.
           STRING 'RETROATIVO SALARIAL EM LOTE - ' WRK-REQ-PENDENTES
                  ' PEDIDOS PENDENTES DO RETROREQ'
               DELIMITED BY SIZE INTO RT-LINHA
           END-STRING
           WRITE RT-LINHA.

           PERFORM VARYING WRK-REQ-IDX FROM 1 BY 1
                   UNTIL WRK-REQ-IDX > WRK-REQ-QTD
               MOVE WRK-REQ-REG(WRK-REQ-IDX) TO RQ-REGISTRO
               IF PEDIDO-PENDENTE
                   PERFORM 0550-PROCESSA-PEDIDO
                   MOVE RQ-REGISTRO TO WRK-REQ-REG(WRK-REQ-IDX)
               END-IF
           END-PERFORM.

           MOVE SPACES TO RT-LINHA.
           WRITE RT-LINHA FROM '-------------------------------------'.
           MOVE WRK-LOTE-TOTAL TO WRK-CURR-ED-09.
           MOVE SPACES TO RT-LINHA.
           STRING 'TOTAL DO LOTE: ' WRK-CURR-ED-09 ' PARA '
                  WRK-REQ-GERADOS ' FUNCIONARIOS'
               DELIMITED BY SIZE INTO RT-LINHA
           END-STRING
           WRITE RT-LINHA.
           CLOSE RETRO-REPORT-FILE.

           OPEN OUTPUT RETRO-REQUEST-FILE.
           PERFORM VARYING WRK-REQ-IDX FROM 1 BY 1
                   UNTIL WRK-REQ-IDX > WRK-REQ-QTD
               MOVE WRK-REQ-REG(WRK-REQ-IDX) TO RQ-REGISTRO
               WRITE RQ-REGISTRO
           END-PERFORM.
           CLOSE RETRO-REQUEST-FILE.

           MOVE WRK-LOTE-TOTAL TO WRK-CURR-ED-09.
           DISPLAY 'PEDIDOS PAGOS: ' WRK-REQ-GERADOS
                   ' DIFERENCA GERADA: ' WRK-CURR-ED-09.
       0500-EXIT.
           EXIT.

      ******************************************************************
      * 0550-PROCESSA-PEDIDO - UM PEDIDO PENDENTE (EM RQ-REGISTRO):
      * COMPETENCIAS FECHADAS PELO SALARIO ANTIGO, LINHA DE AJUSTE NO
      * PAYROLLTXNRAW E A NOVA SITUACAO DO PEDIDO.
      ******************************************************************
       0550-PROCESSA-PEDIDO SECTION.
           MOVE RQ-CPF          TO WRK-CPF.
           MOVE RQ-SAL-ANTERIOR TO WRK-SAL-ANTERIOR.
           MOVE RQ-SAL-NOVO     TO WRK-SAL-NOVO.
           MOVE RQ-COMP-INICIAL TO WRK-COMP-INICIAL.
           MOVE 0 TO WRK-QTDE-MESES.
           MOVE 0 TO WRK-DIF-TOTAL.

           MOVE SPACES TO RT-LINHA.
           WRITE RT-LINHA FROM '-------------------------------------'.
           MOVE SPACES TO RT-LINHA.
           STRING 'CPF ' WRK-CPF ' ' RQ-MOTIVO ' A PARTIR DE '
                  WRK-COMP-INICIAL
               DELIMITED BY SIZE INTO RT-LINHA
           END-STRING
           WRITE RT-LINHA.

           IF WRK-SAL-NOVO <= WRK-SAL-ANTERIOR
               MOVE 'Z' TO RQ-SITUACAO
               GO TO 0550-EXIT
           END-IF.
           COMPUTE WRK-DIF-MES = WRK-SAL-NOVO - WRK-SAL-ANTERIOR.

           PERFORM 0250-CONFERE-COMPETENCIAS.
           IF WRK-PAYROLL-STATUS NOT = '00'
               GO TO 0550-EXIT
           END-IF.

           IF WRK-QTDE-MESES = 0
               MOVE 'Z' TO RQ-SITUACAO
               MOVE SPACES TO RT-LINHA
               WRITE RT-LINHA FROM
                   'NENHUMA COMPETENCIA FECHADA COM O SALARIO ANTIGO'
               GO TO 0550-EXIT
           END-IF.

           PERFORM 0400-GERA-AJUSTE.
           MOVE 'G' TO RQ-SITUACAO.
           ADD 1 TO WRK-REQ-GERADOS.
           ADD WRK-DIF-TOTAL TO WRK-LOTE-TOTAL.

           MOVE WRK-DIF-TOTAL TO WRK-CURR-ED-06.
           MOVE SPACES TO RT-LINHA.
           STRING 'DIFERENCA DO CPF: ' WRK-CURR-ED-06
                  ' EM ' WRK-QTDE-MESES ' COMPETENCIAS'
               DELIMITED BY SIZE INTO RT-LINHA
           END-STRING
           WRITE RT-LINHA.
       0550-EXIT.
           EXIT.

       END PROGRAM PROGCOB102.
