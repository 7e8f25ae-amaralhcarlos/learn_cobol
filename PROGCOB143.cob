       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB143.
      ******************************************************************
      *AUTHOR: CARLOS AMARAL
      *DATE: 15/10/2026
      *PURPOSE: POSICAO DIARIA DE CAIXA POR CONTA BANCARIA. PARA A
      *         DATA INFORMADA (ZERO = HOJE), MOSTRA NO CASHPOSRPT,
      *         PARA CADA CONTA ATIVA DO BANKACCOUNTS, O SALDO
      *         INICIAL, OS CREDITOS, OS DEBITOS E O SALDO FINAL DO
      *         EXTRATO IMPORTADO PELO PROGCOB142 (BANKBALANCES) COM
      *         DATA DE SALDO FINAL NO DIA, SEGUIDOS DOS LANCAMENTOS
      *         DO DIA QUE ESTAO NO BANKSTMTLINES. CONTA SEM EXTRATO
      *         NO DIA SAI COM O ULTIMO SALDO CONHECIDO COMO INICIAL E
      *         FINAL E A OBSERVACAO SEM EXTRATO. NO FIM, O TOTAL DAS
      *         CONTAS.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANK-ACCOUNT-FILE ASSIGN TO 'BANKACCOUNTS'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-CONTA-STATUS.

           SELECT BANK-BALANCE-FILE ASSIGN TO 'BANKBALANCES'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-SALDO-STATUS.

           SELECT STMT-LINES-FILE ASSIGN TO 'BANKSTMTLINES'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-LINHA-STATUS.

           SELECT CASH-POSITION-FILE ASSIGN TO 'CASHPOSRPT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BANK-ACCOUNT-FILE.
           COPY 'BANKACCT-REC.cob'.

       FD  BANK-BALANCE-FILE.
           COPY 'BANKBAL-REC.cob'.

       FD  STMT-LINES-FILE.
           COPY 'BANKSTLN-REC.cob'.

       FD  CASH-POSITION-FILE.
       01  CP-LINHA                PIC X(132).

       WORKING-STORAGE SECTION.
       77  WRK-CONTA-STATUS    PIC X(02)       VALUE SPACES.
       77  WRK-CONTA-EOF       PIC X(01)       VALUE 'N'.
           88  CONTA-ACABOU                    VALUE 'S'.
       77  WRK-SALDO-STATUS    PIC X(02)       VALUE SPACES.
       77  WRK-SALDO-EOF       PIC X(01)       VALUE 'N'.
           88  SALDO-ACABOU                    VALUE 'S'.
       77  WRK-LINHA-STATUS    PIC X(02)       VALUE SPACES.
       77  WRK-LINHA-EOF       PIC X(01)       VALUE 'N'.
           88  LINHA-ACABOU                    VALUE 'S'.
       77  WRK-REPORT-STATUS   PIC X(02)       VALUE SPACES.

       77  WRK-DATA            PIC 9(08)       VALUE ZEROES.

      ******************************************************************
      * POSICAO DE CADA CONTA ATIVA: O EXTRATO DO DIA (OU O ULTIMO
      * ANTERIOR A ELE) COM OS SALDOS JA COM SINAL.
      ******************************************************************
       77  WRK-CTA-QTD         PIC 9(02)       VALUE ZEROES.
       77  WRK-CTA-IDX         PIC 9(02)       VALUE ZEROES.
       77  WRK-CTA-POS         PIC 9(02)       VALUE ZEROES.
       01  WRK-TAB-CONTAS.
           02  WRK-CTA-LINHA   OCCURS 20 TIMES.
               03  WRK-CTA-CODIGO      PIC 9(02).
               03  WRK-CTA-NOME        PIC X(20).
               03  WRK-CTA-GL          PIC 9(04).
               03  WRK-CTA-SITUACAO    PIC X(01).
               03  WRK-CTA-DATA-EXT    PIC 9(08).
               03  WRK-CTA-SALDO-INI   PIC S9(12)V99.
               03  WRK-CTA-CREDITOS    PIC 9(11)V99.
               03  WRK-CTA-DEBITOS     PIC 9(11)V99.
               03  WRK-CTA-SALDO-FIM   PIC S9(12)V99.

       77  WRK-SINAL-INI       PIC S9(12)V99   VALUE ZEROES.
       77  WRK-SINAL-FIM       PIC S9(12)V99   VALUE ZEROES.

      ******************************************************************
      * LANCAMENTOS DO DIA NO BANKSTMTLINES (EXTRATO DA ULTIMA
      * IMPORTACAO).
      ******************************************************************
       77  WRK-LIN-QTD         PIC 9(04)       VALUE ZEROES.
       77  WRK-LIN-IDX         PIC 9(04)       VALUE ZEROES.
       01  WRK-TAB-LINHAS.
           02  WRK-LIN-LINHA   OCCURS 5000 TIMES.
               03  WRK-LIN-CONTA       PIC 9(02).
               03  WRK-LIN-TIPO        PIC X(01).
               03  WRK-LIN-VALOR       PIC 9(11)V99.
               03  WRK-LIN-COD-HIST    PIC X(04).
               03  WRK-LIN-HISTORICO   PIC X(25).
               03  WRK-LIN-DOCUMENTO   PIC X(20).

       77  WRK-TOT-SALDO-INI   PIC S9(12)V99   VALUE ZEROES.
       77  WRK-TOT-CREDITOS    PIC 9(12)V99    VALUE ZEROES.
       77  WRK-TOT-DEBITOS     PIC 9(12)V99    VALUE ZEROES.
       77  WRK-TOT-SALDO-FIM   PIC S9(12)V99   VALUE ZEROES.

       77  WRK-ED-SALDO-INI    PIC -ZZZ.ZZZ.ZZ9,99    VALUE ZEROES.
       77  WRK-ED-CREDITOS     PIC ZZZ.ZZZ.ZZ9,99     VALUE ZEROES.
       77  WRK-ED-DEBITOS      PIC ZZZ.ZZZ.ZZ9,99     VALUE ZEROES.
       77  WRK-ED-SALDO-FIM    PIC -ZZZ.ZZZ.ZZ9,99    VALUE ZEROES.
       77  WRK-ED-VALOR        PIC ZZZ.ZZZ.ZZ9,99     VALUE ZEROES.
       77  WRK-OBS             PIC X(20)       VALUE SPACES.

       PROCEDURE DIVISION.

           DISPLAY 'DATA DA POSICAO DE CAIXA (YYYYMMDD, 0 = HOJE): '.
           ACCEPT WRK-DATA.
           IF WRK-DATA = 0
               ACCEPT WRK-DATA FROM DATE YYYYMMDD
           END-IF.

           PERFORM 0100-CARREGA-CONTAS.
           IF WRK-CTA-QTD = 0
               DISPLAY 'NENHUMA CONTA ATIVA NO BANKACCOUNTS'
               STOP RUN
           END-IF.

           PERFORM 0200-CARREGA-SALDOS.
           PERFORM 0300-CARREGA-LINHAS.
           PERFORM 0400-IMPRIME-POSICAO.

           DISPLAY 'POSICAO DE CAIXA DE ' WRK-DATA ' NO CASHPOSRPT'.

           STOP RUN.

      ******************************************************************
      * 0100-CARREGA-CONTAS - CONTAS ATIVAS DO BANKACCOUNTS, AINDA SEM
      * EXTRATO (SITUACAO 'N').
      ******************************************************************
       0100-CARREGA-CONTAS SECTION.
           OPEN INPUT BANK-ACCOUNT-FILE.
           IF WRK-CONTA-STATUS NOT = '00'
               GO TO 0100-EXIT
           END-IF.

           PERFORM UNTIL CONTA-ACABOU
               READ BANK-ACCOUNT-FILE
                   AT END
                       MOVE 'S' TO WRK-CONTA-EOF
                   NOT AT END
                       IF CONTA-BANCO-ATIVA AND WRK-CTA-QTD < 20
                           ADD 1 TO WRK-CTA-QTD
                           MOVE BK-CODIGO
                               TO WRK-CTA-CODIGO(WRK-CTA-QTD)
                           MOVE BK-NOME
                               TO WRK-CTA-NOME(WRK-CTA-QTD)
                           MOVE BK-CONTA-GL
                               TO WRK-CTA-GL(WRK-CTA-QTD)
                           MOVE 'N' TO WRK-CTA-SITUACAO(WRK-CTA-QTD)
                           MOVE 0   TO WRK-CTA-DATA-EXT(WRK-CTA-QTD)
                           MOVE 0   TO WRK-CTA-SALDO-INI(WRK-CTA-QTD)
                           MOVE 0   TO WRK-CTA-CREDITOS(WRK-CTA-QTD)
                           MOVE 0   TO WRK-CTA-DEBITOS(WRK-CTA-QTD)
                           MOVE 0   TO WRK-CTA-SALDO-FIM(WRK-CTA-QTD)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE BANK-ACCOUNT-FILE.
       0100-EXIT.
           EXIT.

      ******************************************************************
      * 0200-CARREGA-SALDOS - PARA CADA CONTA, O EXTRATO COM SALDO
      * FINAL NA DATA ('D') OU, NA FALTA DELE, O MAIS RECENTE ANTERIOR
      * ('A'), CUJO SALDO FINAL VALE COMO INICIAL E FINAL DO DIA.
      ******************************************************************
       0200-CARREGA-SALDOS SECTION.
           OPEN INPUT BANK-BALANCE-FILE.
           IF WRK-SALDO-STATUS NOT = '00'
               DISPLAY 'BANKBALANCES NAO ENCONTRADO - IMPORTE O '
                       'EXTRATO PELO PROGCOB142'
               GO TO 0200-EXIT
           END-IF.

           PERFORM UNTIL SALDO-ACABOU
               READ BANK-BALANCE-FILE
                   AT END
                       MOVE 'S' TO WRK-SALDO-EOF
                   NOT AT END
                       IF BB-DATA-FIM <= WRK-DATA
                           PERFORM 0250-APROPRIA-SALDO
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE BANK-BALANCE-FILE.
       0200-EXIT.
           EXIT.

      ******************************************************************
      * 0250-APROPRIA-SALDO - UM REGISTRO DO BANKBALANCES NA CONTA.
      ******************************************************************
       0250-APROPRIA-SALDO SECTION.
           MOVE 0 TO WRK-CTA-POS.
           PERFORM VARYING WRK-CTA-IDX FROM 1 BY 1
                   UNTIL WRK-CTA-IDX > WRK-CTA-QTD OR WRK-CTA-POS > 0
               IF WRK-CTA-CODIGO(WRK-CTA-IDX) = BB-CONTA
                   AND BB-DATA-FIM >= WRK-CTA-DATA-EXT(WRK-CTA-IDX)
                   MOVE WRK-CTA-IDX TO WRK-CTA-POS
               END-IF
           END-PERFORM.
           IF WRK-CTA-POS = 0
               GO TO 0250-EXIT
           END-IF.

           IF BB-NAT-INI = 'D'
               COMPUTE WRK-SINAL-INI = 0 - BB-SALDO-INI
           ELSE
               MOVE BB-SALDO-INI TO WRK-SINAL-INI
           END-IF.
           IF BB-NAT-FIM = 'D'
               COMPUTE WRK-SINAL-FIM = 0 - BB-SALDO-FIM
           ELSE
               MOVE BB-SALDO-FIM TO WRK-SINAL-FIM
           END-IF.

           MOVE BB-DATA-FIM TO WRK-CTA-DATA-EXT(WRK-CTA-POS).
           IF BB-DATA-FIM = WRK-DATA
               MOVE 'D' TO WRK-CTA-SITUACAO(WRK-CTA-POS)
               MOVE WRK-SINAL-INI   TO WRK-CTA-SALDO-INI(WRK-CTA-POS)
               MOVE BB-TOT-CREDITOS TO WRK-CTA-CREDITOS(WRK-CTA-POS)
               MOVE BB-TOT-DEBITOS  TO WRK-CTA-DEBITOS(WRK-CTA-POS)
           ELSE
               MOVE 'A' TO WRK-CTA-SITUACAO(WRK-CTA-POS)
               MOVE WRK-SINAL-FIM   TO WRK-CTA-SALDO-INI(WRK-CTA-POS)
               MOVE 0               TO WRK-CTA-CREDITOS(WRK-CTA-POS)
               MOVE 0               TO WRK-CTA-DEBITOS(WRK-CTA-POS)
           END-IF.
           MOVE WRK-SINAL-FIM TO WRK-CTA-SALDO-FIM(WRK-CTA-POS).
       0250-EXIT.
           EXIT.

      ******************************************************************
      * 0300-CARREGA-LINHAS - LANCAMENTOS DO BANKSTMTLINES COM A DATA
      * DA POSICAO.
      ******************************************************************
       0300-CARREGA-LINHAS SECTION.
           OPEN INPUT STMT-LINES-FILE.
           IF WRK-LINHA-STATUS NOT = '00'
               GO TO 0300-EXIT
           END-IF.

           PERFORM UNTIL LINHA-ACABOU
               READ STMT-LINES-FILE
                   AT END
                       MOVE 'S' TO WRK-LINHA-EOF
                   NOT AT END
                       IF SL-DATA = WRK-DATA AND WRK-LIN-QTD < 5000
                           ADD 1 TO WRK-LIN-QTD
                           MOVE SL-CONTA
                               TO WRK-LIN-CONTA(WRK-LIN-QTD)
                           MOVE SL-TIPO
                               TO WRK-LIN-TIPO(WRK-LIN-QTD)
                           MOVE SL-VALOR
                               TO WRK-LIN-VALOR(WRK-LIN-QTD)
                           MOVE SL-COD-HIST
                               TO WRK-LIN-COD-HIST(WRK-LIN-QTD)
                           MOVE SL-HISTORICO
                               TO WRK-LIN-HISTORICO(WRK-LIN-QTD)
                           MOVE SL-DOCUMENTO
                               TO WRK-LIN-DOCUMENTO(WRK-LIN-QTD)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE STMT-LINES-FILE.
       0300-EXIT.
           EXIT.

      ******************************************************************
      * 0400-IMPRIME-POSICAO - UMA LINHA POR CONTA COM OS LANCAMENTOS
      * DO DIA EMBAIXO E O TOTAL GERAL NO FIM.
      ******************************************************************
       0400-IMPRIME-POSICAO SECTION.
           OPEN OUTPUT CASH-POSITION-FILE.
           MOVE SPACES TO CP-LINHA.
           STRING 'POSICAO DIARIA DE CAIXA EM ' WRK-DATA
               DELIMITED BY SIZE INTO CP-LINHA
           END-STRING
           WRITE CP-LINHA.
           MOVE SPACES TO CP-LINHA.
           WRITE CP-LINHA FROM '-------------------------------------'.

           PERFORM VARYING WRK-CTA-IDX FROM 1 BY 1
                   UNTIL WRK-CTA-IDX > WRK-CTA-QTD
               PERFORM 0450-IMPRIME-CONTA
           END-PERFORM.

           MOVE WRK-TOT-SALDO-INI TO WRK-ED-SALDO-INI.
           MOVE WRK-TOT-CREDITOS  TO WRK-ED-CREDITOS.
           MOVE WRK-TOT-DEBITOS   TO WRK-ED-DEBITOS.
           MOVE WRK-TOT-SALDO-FIM TO WRK-ED-SALDO-FIM.
           MOVE SPACES TO CP-LINHA.
           WRITE CP-LINHA FROM '-------------------------------------'.
           MOVE SPACES TO CP-LINHA.
           STRING 'TOTAL DAS CONTAS              '
                  ' INI ' WRK-ED-SALDO-INI
                  ' C ' WRK-ED-CREDITOS
                  ' D ' WRK-ED-DEBITOS
                  ' FIM ' WRK-ED-SALDO-FIM
               DELIMITED BY SIZE INTO CP-LINHA
           END-STRING
           WRITE CP-LINHA.

           CLOSE CASH-POSITION-FILE.

      ******************************************************************
      * 0450-IMPRIME-CONTA - A CONTA WRK-CTA-IDX E OS SEUS LANCAMENTOS
      * DO DIA.
      ******************************************************************
       0450-IMPRIME-CONTA SECTION.
           EVALUATE WRK-CTA-SITUACAO(WRK-CTA-IDX)
               WHEN 'D'
                   MOVE SPACES TO WRK-OBS
               WHEN 'A'
                   MOVE SPACES TO WRK-OBS
                   STRING 'SEM EXTRATO - '
                          WRK-CTA-DATA-EXT(WRK-CTA-IDX)(7:2) '/'
                          WRK-CTA-DATA-EXT(WRK-CTA-IDX)(5:2)
                       DELIMITED BY SIZE INTO WRK-OBS
                   END-STRING
               WHEN OTHER
                   MOVE 'SEM SALDO IMPORTADO' TO WRK-OBS
           END-EVALUATE.

           ADD WRK-CTA-SALDO-INI(WRK-CTA-IDX) TO WRK-TOT-SALDO-INI.
           ADD WRK-CTA-CREDITOS(WRK-CTA-IDX)  TO WRK-TOT-CREDITOS.
           ADD WRK-CTA-DEBITOS(WRK-CTA-IDX)   TO WRK-TOT-DEBITOS.
           ADD WRK-CTA-SALDO-FIM(WRK-CTA-IDX) TO WRK-TOT-SALDO-FIM.

           MOVE WRK-CTA-SALDO-INI(WRK-CTA-IDX) TO WRK-ED-SALDO-INI.
           MOVE WRK-CTA-CREDITOS(WRK-CTA-IDX)  TO WRK-ED-CREDITOS.
           MOVE WRK-CTA-DEBITOS(WRK-CTA-IDX)   TO WRK-ED-DEBITOS.
           MOVE WRK-CTA-SALDO-FIM(WRK-CTA-IDX) TO WRK-ED-SALDO-FIM.
           MOVE SPACES TO CP-LINHA.
           STRING WRK-CTA-CODIGO(WRK-CTA-IDX) ' '
                  WRK-CTA-NOME(WRK-CTA-IDX)
                  ' RZ ' WRK-CTA-GL(WRK-CTA-IDX)
                  ' INI ' WRK-ED-SALDO-INI
                  ' C ' WRK-ED-CREDITOS
                  ' D ' WRK-ED-DEBITOS
                  ' FIM ' WRK-ED-SALDO-FIM
                  ' ' WRK-OBS
               DELIMITED BY SIZE INTO CP-LINHA
           END-STRING
           WRITE CP-LINHA.

           PERFORM VARYING WRK-LIN-IDX FROM 1 BY 1
                   UNTIL WRK-LIN-IDX > WRK-LIN-QTD
               IF WRK-LIN-CONTA(WRK-LIN-IDX) =
                  WRK-CTA-CODIGO(WRK-CTA-IDX)
                   MOVE WRK-LIN-VALOR(WRK-LIN-IDX) TO WRK-ED-VALOR
                   MOVE SPACES TO CP-LINHA
                   STRING '          ' WRK-LIN-TIPO(WRK-LIN-IDX) ' '
                          WRK-ED-VALOR ' '
                          WRK-LIN-COD-HIST(WRK-LIN-IDX) ' '
                          WRK-LIN-HISTORICO(WRK-LIN-IDX) ' '
                          WRK-LIN-DOCUMENTO(WRK-LIN-IDX)
                       DELIMITED BY SIZE INTO CP-LINHA
                   END-STRING
                   WRITE CP-LINHA
               END-IF
           END-PERFORM.

       END PROGRAM PROGCOB143.
