      *              SOBRAM DE CADA LADO SAO GRAVADOS NO ARQUIVO DE
      *              PENDENCIAS RECONCARRY, QUE E RELIDO NA RODADA
      *              SEGUINTE JUNTO COM OS ARQUIVOS DO DIA.
      * 15/10/2026 - CONCILIACAO POR CONTA BANCARIA (CADASTRO
      *              BANKACCOUNTS DO PROGCOB141): O LADO DO BANCO VEM DO
      *              EXTRATO CNAB-240 IMPORTADO PELO PROGCOB142
      *              (BANKSTMTLINES, COM A CONTA DE CADA LINHA); O
      *              BANKSTMT DIGITADO SO E LIDO NA FALTA DELE, COMO
      *              EXTRATO DA CONTA PRINCIPAL. LEDGERTXN E RECONCARRY
      *              GANHARAM O CODIGO DA CONTA NO FIM (LINHA ANTIGA SEM
      *              ELE VALE A CONTA PRINCIPAL), O CASAMENTO EXIGE A
      *              MESMA CONTA E OS TOTAIS SAEM POR CONTA.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-BANCO-STATUS.

           SELECT STMT-LINES-FILE ASSIGN TO 'BANKSTMTLINES'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-EXTRATO-STATUS.

           SELECT BANK-ACCOUNT-FILE ASSIGN TO 'BANKACCOUNTS'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-CONTA-STATUS.

           SELECT CARRYOVER-FILE ASSIGN TO 'RECONCARRY'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-CARRY-STATUS.
       01  LT-REGISTRO.
           02  LT-DATA         PIC 9(08).
           02  LT-VALOR        PIC 9(07)V99.
           02  LT-CONTA        PIC X(02).

       FD  BANK-STMT-FILE.
       01  BS-REGISTRO.
           02  BS-DATA         PIC 9(08).
           02  BS-VALOR        PIC 9(07)V99.

       FD  STMT-LINES-FILE.
           COPY 'BANKSTLN-REC.cob'.

       FD  BANK-ACCOUNT-FILE.
           COPY 'BANKACCT-REC.cob'.

       FD  CARRYOVER-FILE.
       01  CO-REGISTRO.
           02  CO-ORIGEM       PIC X(01).
           02  CO-DATA         PIC 9(08).
           02  CO-VALOR        PIC 9(07)V99.
           02  CO-CONTA        PIC X(02).

       WORKING-STORAGE SECTION.
       77 WRK-LEDGER-STATUS PIC X(02)       VALUE SPACES.
       77 WRK-CARRY-STATUS  PIC X(02)       VALUE SPACES.
       77 WRK-CARRY-EOF     PIC X(01)       VALUE 'N'.
           88 CARRY-ACABOU                  VALUE 'S'.
       77 WRK-EXTRATO-STATUS PIC X(02)      VALUE SPACES.
       77 WRK-EXTRATO-EOF   PIC X(01)       VALUE 'N'.
           88 EXTRATO-ACABOU                VALUE 'S'.
       77 WRK-CONTA-STATUS  PIC X(02)       VALUE SPACES.
       77 WRK-CONTA-EOF     PIC X(01)       VALUE 'N'.
           88 CONTA-ACABOU                  VALUE 'S'.

      ******************************************************************
      * CONTAS BANCARIAS DO CADASTRO, COM OS TOTAIS DA CONCILIACAO DE
      * CADA UMA. A CONTA PRINCIPAL RECEBE AS LINHAS SEM CODIGO DE
      * CONTA; SEM CADASTRO, TUDO VAI PARA A CONTA 01.
      ******************************************************************
       77 WRK-PRINCIPAL     PIC 9(02)       VALUE 01.
       77 WRK-CONTA-LINHA   PIC 9(02)       VALUE ZEROES.
       77 WRK-CTA-QTD       PIC 9(02)       VALUE ZEROES.
       77 WRK-CTA-IDX       PIC 9(02)       VALUE ZEROES.
       01 WRK-TAB-CONTAS.
           02 WRK-CTA-LINHA OCCURS 20 TIMES.
               03 WRK-CTA-CODIGO     PIC 9(02).
               03 WRK-CTA-NOME       PIC X(20).
               03 WRK-CTA-CASADOS    PIC 9(05).
               03 WRK-CTA-SO-NOSSO   PIC 9(05).
               03 WRK-CTA-SO-BANCO   PIC 9(05).

      ******************************************************************
      * OS DOIS LADOS DA CONCILIACAO EM MEMORIA: OS NOSSOS LANCAMENTOS
       77 WRK-NOSSO-IDX      PIC 9(04)       VALUE ZEROES.
       01 WRK-TAB-NOSSOS.
           02 WRK-NOSSO-LINHA OCCURS 2000 TIMES.
               03 WRK-NOSSO-CONTA   PIC 9(02).
               03 WRK-NOSSO-DATA    PIC 9(08).
               03 WRK-NOSSO-VALOR   PIC 9(11)V99.
               03 WRK-NOSSO-CASADO  PIC X(01).

       77 WRK-BANCO-QTD      PIC 9(04)       VALUE ZEROES.
       77 WRK-BANCO-IDX      PIC 9(04)       VALUE ZEROES.
       01 WRK-TAB-BANCO.
           02 WRK-BANCO-LINHA OCCURS 2000 TIMES.
               03 WRK-BANCO-CONTA   PIC 9(02).
               03 WRK-BANCO-DATA    PIC 9(08).
               03 WRK-BANCO-VALOR   PIC 9(11)V99.
               03 WRK-BANCO-CASADO  PIC X(01).

       77 WRK-ACHOU-PAR      PIC X(01)       VALUE 'N'.

       PROCEDURE DIVISION.

           PERFORM 0050-CARREGA-CONTAS.
           PERFORM 0100-CARREGA-PENDENCIAS.
           PERFORM 0200-CARREGA-NOSSOS.
           PERFORM 0300-CARREGA-BANCO.
           PERFORM 0400-CASA-LANCAMENTOS.
           PERFORM 0500-GRAVA-PENDENCIAS.

           PERFORM VARYING WRK-CTA-IDX FROM 1 BY 1
                   UNTIL WRK-CTA-IDX > WRK-CTA-QTD
               DISPLAY 'CONTA ' WRK-CTA-CODIGO(WRK-CTA-IDX) ' '
                       WRK-CTA-NOME(WRK-CTA-IDX)
                       ' CASADOS ' WRK-CTA-CASADOS(WRK-CTA-IDX)
                       ' SO RAZAO ' WRK-CTA-SO-NOSSO(WRK-CTA-IDX)
                       ' SO BANCO ' WRK-CTA-SO-BANCO(WRK-CTA-IDX)
           END-PERFORM.
           DISPLAY 'LANCAMENTOS CASADOS: '      WRK-QTDE-CASADOS.
           DISPLAY 'PENDENTES SO NO RAZAO: '    WRK-QTDE-SO-NOSSO.
           DISPLAY 'PENDENTES SO NO BANCO: '    WRK-QTDE-SO-BANCO.

           STOP RUN.

      ******************************************************************
      * 0050-CARREGA-CONTAS - CONTAS DO BANKACCOUNTS E A PRINCIPAL.
      * SEM O CADASTRO, A CONCILIACAO RODA COMO ANTES, NUMA CONTA SO.
      ******************************************************************
       0050-CARREGA-CONTAS SECTION.
           OPEN INPUT BANK-ACCOUNT-FILE.
           IF WRK-CONTA-STATUS NOT = '00'
               GO TO 0050-FIM-CADASTRO
           END-IF.

           PERFORM UNTIL CONTA-ACABOU
               READ BANK-ACCOUNT-FILE
                   AT END
                       MOVE 'S' TO WRK-CONTA-EOF
                   NOT AT END
                       IF WRK-CTA-QTD < 20
                           ADD 1 TO WRK-CTA-QTD
                           MOVE BK-CODIGO
                               TO WRK-CTA-CODIGO(WRK-CTA-QTD)
                           MOVE BK-NOME
                               TO WRK-CTA-NOME(WRK-CTA-QTD)
                           IF CONTA-PRINCIPAL
                               MOVE BK-CODIGO TO WRK-PRINCIPAL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE BANK-ACCOUNT-FILE.

       0050-FIM-CADASTRO.
           IF WRK-CTA-QTD = 0
               MOVE 1 TO WRK-CTA-QTD
               MOVE WRK-PRINCIPAL TO WRK-CTA-CODIGO(1)
               MOVE 'CONTA UNICA' TO WRK-CTA-NOME(1)
           END-IF.
           PERFORM VARYING WRK-CTA-IDX FROM 1 BY 1
                   UNTIL WRK-CTA-IDX > WRK-CTA-QTD
               MOVE 0 TO WRK-CTA-CASADOS(WRK-CTA-IDX)
               MOVE 0 TO WRK-CTA-SO-NOSSO(WRK-CTA-IDX)
               MOVE 0 TO WRK-CTA-SO-BANCO(WRK-CTA-IDX)
           END-PERFORM.
       0050-EXIT.
           EXIT.

      ******************************************************************
      * 0060-ACHA-CONTA - POSICAO DE WRK-CONTA-LINHA NA TABELA DE
      * CONTAS (ZERO QUANDO A CONTA NAO ESTA NO CADASTRO).
      ******************************************************************
       0060-ACHA-CONTA SECTION.
           PERFORM VARYING WRK-CTA-IDX FROM 1 BY 1
                   UNTIL WRK-CTA-IDX > WRK-CTA-QTD
                       OR WRK-CTA-CODIGO(WRK-CTA-IDX) = WRK-CONTA-LINHA
               CONTINUE
           END-PERFORM.
           IF WRK-CTA-IDX > WRK-CTA-QTD
               MOVE 0 TO WRK-CTA-IDX
           END-IF.

      ******************************************************************
      * 0100-CARREGA-PENDENCIAS - RELE AS PENDENCIAS DA RODADA
      * ANTERIOR (RECONCARRY), DEVOLVENDO CADA UMA AO SEU LADO DA
                   AT END
                       MOVE 'S' TO WRK-CARRY-EOF
                   NOT AT END
                       IF CO-CONTA IS NUMERIC
                           MOVE CO-CONTA TO WRK-CONTA-LINHA
                       ELSE
                           MOVE WRK-PRINCIPAL TO WRK-CONTA-LINHA
                       END-IF
                       IF CO-ORIGEM = 'L'
                           ADD 1 TO WRK-NOSSO-QTD
                           MOVE WRK-CONTA-LINHA
                               TO WRK-NOSSO-CONTA(WRK-NOSSO-QTD)
                           MOVE CO-DATA
                               TO WRK-NOSSO-DATA(WRK-NOSSO-QTD)
                           MOVE CO-VALOR
                               TO WRK-NOSSO-CASADO(WRK-NOSSO-QTD)
                       ELSE
                           ADD 1 TO WRK-BANCO-QTD
                           MOVE WRK-CONTA-LINHA
                               TO WRK-BANCO-CONTA(WRK-BANCO-QTD)
                           MOVE CO-DATA
                               TO WRK-BANCO-DATA(WRK-BANCO-QTD)
                           MOVE CO-VALOR

      ******************************************************************
      * 0200-CARREGA-NOSSOS - LE OS NOSSOS LANCAMENTOS DO DIA
      * (LEDGERTXN) PARA O LADO DO RAZAO. LINHA SEM CODIGO DE CONTA
      * VALE A CONTA PRINCIPAL.
      ******************************************************************
       0200-CARREGA-NOSSOS SECTION.
           OPEN INPUT LEDGER-TXN-FILE.
                       MOVE 'S' TO WRK-LEDGER-EOF
                   NOT AT END
                       ADD 1 TO WRK-NOSSO-QTD
                       IF LT-CONTA IS NUMERIC
                           MOVE LT-CONTA
                               TO WRK-NOSSO-CONTA(WRK-NOSSO-QTD)
                       ELSE
                           MOVE WRK-PRINCIPAL
                               TO WRK-NOSSO-CONTA(WRK-NOSSO-QTD)
                       END-IF
                       MOVE LT-DATA
                           TO WRK-NOSSO-DATA(WRK-NOSSO-QTD)
                       MOVE LT-VALOR
           EXIT.

      ******************************************************************
      * 0300-CARREGA-BANCO - LE O EXTRATO IMPORTADO (BANKSTMTLINES)
      * PARA O LADO DO BANCO, CADA LINHA NA SUA CONTA. SEM ELE, LE O
      * BANKSTMT DIGITADO COMO EXTRATO DA CONTA PRINCIPAL.
      ******************************************************************
       0300-CARREGA-BANCO SECTION.
           OPEN INPUT STMT-LINES-FILE.
           IF WRK-EXTRATO-STATUS NOT = '00'
               GO TO 0300-EXTRATO-DIGITADO
           END-IF.

           PERFORM UNTIL EXTRATO-ACABOU
               READ STMT-LINES-FILE
                   AT END
                       MOVE 'S' TO WRK-EXTRATO-EOF
                   NOT AT END
                       ADD 1 TO WRK-BANCO-QTD
                       MOVE SL-CONTA
                           TO WRK-BANCO-CONTA(WRK-BANCO-QTD)
                       MOVE SL-DATA
                           TO WRK-BANCO-DATA(WRK-BANCO-QTD)
                       MOVE SL-VALOR
                           TO WRK-BANCO-VALOR(WRK-BANCO-QTD)
                       MOVE 'N' TO WRK-BANCO-CASADO(WRK-BANCO-QTD)
               END-READ
           END-PERFORM.

           CLOSE STMT-LINES-FILE.
           GO TO 0300-EXIT.

       0300-EXTRATO-DIGITADO.
           OPEN INPUT BANK-STMT-FILE.
           IF WRK-BANCO-STATUS NOT = '00'
               DISPLAY 'BANKSTMTLINES/BANKSTMT NAO ENCONTRADOS - SO '
                       'PENDENCIAS'
               GO TO 0300-EXIT
           END-IF.

                       MOVE 'S' TO WRK-BANCO-EOF
                   NOT AT END
                       ADD 1 TO WRK-BANCO-QTD
                       MOVE WRK-PRINCIPAL
                           TO WRK-BANCO-CONTA(WRK-BANCO-QTD)
                       MOVE BS-DATA
                           TO WRK-BANCO-DATA(WRK-BANCO-QTD)
                       MOVE BS-VALOR

      ******************************************************************
      * 0400-CASA-LANCAMENTOS - PARA CADA LANCAMENTO NOSSO AINDA NAO
      * CASADO, PROCURA NO LADO DO BANCO UM ITEM DA MESMA CONTA COM A
      * MESMA DATA E O MESMO VALOR AINDA NAO CASADO, E MARCA OS DOIS.
      * CADA ITEM DO BANCO SO CASA UMA VEZ.
      ******************************************************************
       0400-CASA-LANCAMENTOS SECTION.
           PERFORM VARYING WRK-NOSSO-IDX FROM 1 BY 1
                       UNTIL WRK-BANCO-IDX > WRK-BANCO-QTD
                           OR ACHOU-PAR
                   IF WRK-BANCO-CASADO(WRK-BANCO-IDX) = 'N'
                       AND WRK-BANCO-CONTA(WRK-BANCO-IDX) =
                           WRK-NOSSO-CONTA(WRK-NOSSO-IDX)
                       AND WRK-BANCO-DATA(WRK-BANCO-IDX) =
                           WRK-NOSSO-DATA(WRK-NOSSO-IDX)
                       AND WRK-BANCO-VALOR(WRK-BANCO-IDX) =
                       MOVE 'S' TO WRK-BANCO-CASADO(WRK-BANCO-IDX)
                       MOVE 'S' TO WRK-NOSSO-CASADO(WRK-NOSSO-IDX)
                       ADD 1 TO WRK-QTDE-CASADOS
                       MOVE WRK-NOSSO-CONTA(WRK-NOSSO-IDX)
                         TO WRK-CONTA-LINHA
                       PERFORM 0060-ACHA-CONTA
                       IF WRK-CTA-IDX > 0
                           ADD 1 TO WRK-CTA-CASADOS(WRK-CTA-IDX)
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.
                   UNTIL WRK-NOSSO-IDX > WRK-NOSSO-QTD
               IF WRK-NOSSO-CASADO(WRK-NOSSO-IDX) = 'N'
                   ADD 1 TO WRK-QTDE-SO-NOSSO
                   MOVE WRK-NOSSO-CONTA(WRK-NOSSO-IDX)
                     TO WRK-CONTA-LINHA
                   PERFORM 0060-ACHA-CONTA
                   IF WRK-CTA-IDX > 0
                       ADD 1 TO WRK-CTA-SO-NOSSO(WRK-CTA-IDX)
                   END-IF
                   MOVE 'L' TO CO-ORIGEM
                   MOVE WRK-NOSSO-DATA(WRK-NOSSO-IDX) TO CO-DATA
                   MOVE WRK-NOSSO-VALOR(WRK-NOSSO-IDX) TO CO-VALOR
                   MOVE WRK-CONTA-LINHA TO CO-CONTA
                   WRITE CO-REGISTRO
                   DISPLAY 'SO NO RAZAO: CONTA ' CO-CONTA ' '
                           CO-DATA ' ' CO-VALOR
               END-IF
           END-PERFORM.

                   UNTIL WRK-BANCO-IDX > WRK-BANCO-QTD
               IF WRK-BANCO-CASADO(WRK-BANCO-IDX) = 'N'
                   ADD 1 TO WRK-QTDE-SO-BANCO
                   MOVE WRK-BANCO-CONTA(WRK-BANCO-IDX)
                     TO WRK-CONTA-LINHA
                   PERFORM 0060-ACHA-CONTA
                   IF WRK-CTA-IDX > 0
                       ADD 1 TO WRK-CTA-SO-BANCO(WRK-CTA-IDX)
                   END-IF
                   MOVE 'B' TO CO-ORIGEM
                   MOVE WRK-BANCO-DATA(WRK-BANCO-IDX) TO CO-DATA
                   MOVE WRK-BANCO-VALOR(WRK-BANCO-IDX) TO CO-VALOR
                   MOVE WRK-CONTA-LINHA TO CO-CONTA
                   WRITE CO-REGISTRO
                   DISPLAY 'SO NO BANCO: CONTA ' CO-CONTA ' '
                           CO-DATA ' ' CO-VALOR
               END-IF
           END-PERFORM.

