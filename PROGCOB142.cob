       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB142.
      ******************************************************************
      *AUTHOR: CARLOS AMARAL
      *DATE: 15/10/2026
      *PURPOSE: IMPORTACAO DO EXTRATO BANCARIO ELETRONICO. O BANKSTMT
      *         DO PROGCOB009C ERA DIGITADO A PARTIR DO PDF DO BANCO,
      *         SO COM DATA E VALOR E DE UM BANCO SO. ESTE PROGRAMA LE
      *         O ARQUIVO DE EXTRATO PADRAO CNAB-240 DA FEBRABAN
      *         (EXTRATOCNAB, UM LOTE POR CONTA: HEADER DE LOTE '1'
      *         COM O SALDO INICIAL, DETALHES '3' SEGMENTO 'E' COM OS
      *         LANCAMENTOS, TRAILER DE LOTE '5' COM O SALDO FINAL E
      *         OS TOTAIS), IDENTIFICA A CONTA PELO BANCO, AGENCIA E
      *         NUMERO NO CADASTRO BANKACCOUNTS (PROGCOB141) E GRAVA:
      *           - BANKSTMTLINES: AS LINHAS DO EXTRATO DO DIA, POR
      *             CONTA, COM O CODIGO DE HISTORICO E O TEXTO DO
      *             BANCO (LIDO PELA CONCILIACAO DO PROGCOB009C);
      *           - BANKBALANCES: OS SALDOS E TOTAIS DE CADA EXTRATO
      *             (ACUMULADO, LIDO PELA POSICAO DE CAIXA PROGCOB143).
      *         O LOTE E IMPORTADO INTEIRO OU RECUSADO INTEIRO: CONTA
      *         FORA DO CADASTRO OU ENCERRADA, EXTRATO JA IMPORTADO
      *         (MESMA CONTA E DATA DO SALDO FINAL NO BANKBALANCES),
      *         TOTAIS DO TRAILER DIFERENTES DOS LANCAMENTOS OU SALDO
      *         INICIAL + CREDITOS - DEBITOS DIFERENTE DO SALDO FINAL.
      *         O BANKSTMTLINES SO E RECRIADO QUANDO ALGUM LOTE ENTRA:
      *         RODAR DE NOVO O MESMO ARQUIVO NAO APAGA O EXTRATO DO
      *         DIA. O RESUMO POR LOTE SAI NO BANKIMPRPT; LOTE
      *         RECUSADO DEVOLVE RETURN-CODE 4.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CNAB-FILE ASSIGN TO 'EXTRATOCNAB'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-CNAB-STATUS.

           SELECT BANK-ACCOUNT-FILE ASSIGN TO 'BANKACCOUNTS'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-CONTA-STATUS.

           SELECT STMT-LINES-FILE ASSIGN TO 'BANKSTMTLINES'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-LINHA-STATUS.

           SELECT BANK-BALANCE-FILE ASSIGN TO 'BANKBALANCES'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-SALDO-STATUS.

           SELECT IMPORT-REPORT-FILE ASSIGN TO 'BANKIMPRPT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * REGISTRO CNAB-240 E AS VISOES DO HEADER DE LOTE, DO DETALHE
      * SEGMENTO E E DO TRAILER DE LOTE DO EXTRATO (DATAS DDMMAAAA,
      * VALORES COM 16 INTEIROS E 2 DECIMAIS, NATUREZA C/D).
      ******************************************************************
       FD  CNAB-FILE.
       01  CN-REGISTRO.
           02  CN-BANCO            PIC 9(03).
           02  CN-LOTE             PIC X(04).
           02  CN-TIPO-REG         PIC X(01).
               88  CNAB-HEADER-LOTE            VALUE '1'.
               88  CNAB-DETALHE                VALUE '3'.
               88  CNAB-TRAILER-LOTE           VALUE '5'.
           02  FILLER              PIC X(232).
       01  CN-HEADER-LOTE.
           02  FILLER              PIC X(52).
           02  CN-HL-AGENCIA       PIC 9(05).
           02  CN-HL-AGENCIA-DV    PIC X(01).
           02  CN-HL-CONTA         PIC 9(12).
           02  CN-HL-CONTA-DV      PIC X(01).
           02  FILLER              PIC X(71).
           02  CN-HL-DATA-SALDO.
               03  CN-HL-DIA       PIC 9(02).
               03  CN-HL-MES       PIC 9(02).
               03  CN-HL-ANO       PIC 9(04).
           02  CN-HL-SALDO         PIC 9(16)V99.
           02  CN-HL-NATUREZA      PIC X(01).
           02  FILLER              PIC X(71).
       01  CN-DETALHE.
           02  FILLER              PIC X(13).
           02  CN-DT-SEGMENTO      PIC X(01).
           02  FILLER              PIC X(88).
           02  CN-DT-NATUREZA      PIC X(03).
           02  FILLER              PIC X(31).
           02  CN-DT-DATA-LANC.
               03  CN-DT-DIA       PIC 9(02).
               03  CN-DT-MES       PIC 9(02).
               03  CN-DT-ANO       PIC 9(04).
           02  CN-DT-VALOR         PIC 9(16)V99.
           02  CN-DT-TIPO          PIC X(01).
           02  CN-DT-CATEGORIA     PIC X(03).
           02  CN-DT-COD-HIST      PIC X(04).
           02  CN-DT-HISTORICO     PIC X(25).
           02  CN-DT-DOCUMENTO     PIC X(39).
           02  FILLER              PIC X(06).
       01  CN-TRAILER-LOTE.
           02  FILLER              PIC X(142).
           02  CN-TL-DATA-SALDO.
               03  CN-TL-DIA       PIC 9(02).
               03  CN-TL-MES       PIC 9(02).
               03  CN-TL-ANO       PIC 9(04).
           02  CN-TL-SALDO         PIC 9(16)V99.
           02  CN-TL-NATUREZA      PIC X(01).
           02  CN-TL-POSICAO       PIC X(01).
           02  CN-TL-QTDE          PIC 9(06).
           02  CN-TL-TOT-DEBITOS   PIC 9(16)V99.
           02  CN-TL-TOT-CREDITOS  PIC 9(16)V99.
           02  FILLER              PIC X(28).

       FD  BANK-ACCOUNT-FILE.
           COPY 'BANKACCT-REC.cob'.

       FD  STMT-LINES-FILE.
           COPY 'BANKSTLN-REC.cob'.

       FD  BANK-BALANCE-FILE.
           COPY 'BANKBAL-REC.cob'.

       FD  IMPORT-REPORT-FILE.
       01  IR-LINHA                PIC X(132).

       WORKING-STORAGE SECTION.
       77  WRK-CNAB-STATUS     PIC X(02)       VALUE SPACES.
       77  WRK-CNAB-EOF        PIC X(01)       VALUE 'N'.
           88  CNAB-ACABOU                     VALUE 'S'.
       77  WRK-CONTA-STATUS    PIC X(02)       VALUE SPACES.
       77  WRK-CONTA-EOF       PIC X(01)       VALUE 'N'.
           88  CONTA-ACABOU                    VALUE 'S'.
       77  WRK-LINHA-STATUS    PIC X(02)       VALUE SPACES.
       77  WRK-LINHAS-ABERTO   PIC X(01)       VALUE 'N'.
           88  LINHAS-ABERTO                   VALUE 'S'.
       77  WRK-SALDO-STATUS    PIC X(02)       VALUE SPACES.
       77  WRK-SALDO-EOF       PIC X(01)       VALUE 'N'.
           88  SALDO-ACABOU                    VALUE 'S'.
       77  WRK-REPORT-STATUS   PIC X(02)       VALUE SPACES.

       77  WRK-HOJE            PIC 9(08)       VALUE ZEROES.

      ******************************************************************
      * CONTAS DO CADASTRO BANKACCOUNTS.
      ******************************************************************
       77  WRK-CTA-QTD         PIC 9(02)       VALUE ZEROES.
       77  WRK-CTA-IDX         PIC 9(02)       VALUE ZEROES.
       01  WRK-TAB-CONTAS.
           02  WRK-CTA-LINHA   OCCURS 20 TIMES.
               03  WRK-CTA-CODIGO      PIC 9(02).
               03  WRK-CTA-BANCO       PIC 9(03).
               03  WRK-CTA-AGENCIA     PIC 9(05).
               03  WRK-CTA-NUMERO      PIC 9(12).
               03  WRK-CTA-NOME        PIC X(20).
               03  WRK-CTA-ATIVA       PIC X(01).

      ******************************************************************
      * EXTRATOS JA IMPORTADOS (CONTA + DATA DO SALDO FINAL DO
      * BANKBALANCES), CONTRA IMPORTACAO EM DOBRO.
      ******************************************************************
       77  WRK-IMP-QTD         PIC 9(04)       VALUE ZEROES.
       77  WRK-IMP-IDX         PIC 9(04)       VALUE ZEROES.
       01  WRK-TAB-IMPORTADOS.
           02  WRK-IMP-CHAVE   PIC X(10)       OCCURS 5000 TIMES.
       01  WRK-CHAVE-EXTRATO.
           02  WRK-CHV-CONTA   PIC 9(02).
           02  WRK-CHV-DATA    PIC 9(08).

      ******************************************************************
      * LOTE EM ANDAMENTO: CONTA, SALDO INICIAL E AS LINHAS, GUARDADAS
      * ATE O TRAILER DECIDIR SE O LOTE ENTRA OU E RECUSADO.
      ******************************************************************
       77  WRK-LOTE-ABERTO     PIC X(01)       VALUE 'N'.
           88  LOTE-ABERTO                     VALUE 'S'.
       77  WRK-LOTE-CONTA      PIC 9(02)       VALUE ZEROES.
       77  WRK-LOTE-NOME       PIC X(20)       VALUE SPACES.
       77  WRK-LOTE-MOTIVO     PIC X(30)       VALUE SPACES.
       01  WRK-LOTE-DATA-INI.
           02  WRK-LDI-ANO     PIC 9(04).
           02  WRK-LDI-MES     PIC 9(02).
           02  WRK-LDI-DIA     PIC 9(02).
       01  WRK-LOTE-DATA-FIM.
           02  WRK-LDF-ANO     PIC 9(04).
           02  WRK-LDF-MES     PIC 9(02).
           02  WRK-LDF-DIA     PIC 9(02).
       77  WRK-LOTE-SALDO-INI  PIC 9(11)V99    VALUE ZEROES.
       77  WRK-LOTE-NAT-INI    PIC X(01)       VALUE SPACES.
       77  WRK-LOTE-CREDITOS   PIC 9(11)V99    VALUE ZEROES.
       77  WRK-LOTE-DEBITOS    PIC 9(11)V99    VALUE ZEROES.
       77  WRK-LOTE-SINAL-INI  PIC S9(12)V99   VALUE ZEROES.
       77  WRK-LOTE-SINAL-FIM  PIC S9(12)V99   VALUE ZEROES.

       77  WRK-LIN-QTD         PIC 9(04)       VALUE ZEROES.
       77  WRK-LIN-IDX         PIC 9(04)       VALUE ZEROES.
       77  WRK-LIN-FORA        PIC 9(05)       VALUE ZEROES.
       01  WRK-TAB-LINHAS.
           02  WRK-LIN-LINHA   OCCURS 5000 TIMES.
               03  WRK-LIN-DATA        PIC 9(08).
               03  WRK-LIN-TIPO        PIC X(01).
               03  WRK-LIN-VALOR       PIC 9(11)V99.
               03  WRK-LIN-CATEGORIA   PIC X(03).
               03  WRK-LIN-COD-HIST    PIC X(04).
               03  WRK-LIN-HISTORICO   PIC X(25).
               03  WRK-LIN-DOCUMENTO   PIC X(20).
       01  WRK-DATA-LANC.
           02  WRK-DL-ANO      PIC 9(04).
           02  WRK-DL-MES      PIC 9(02).
           02  WRK-DL-DIA      PIC 9(02).

       77  WRK-QTDE-LOTES      PIC 9(04)       VALUE ZEROES.
       77  WRK-QTDE-IMPORT     PIC 9(04)       VALUE ZEROES.
       77  WRK-QTDE-RECUSA     PIC 9(04)       VALUE ZEROES.
       77  WRK-QTDE-LINHAS     PIC 9(06)       VALUE ZEROES.

       77  WRK-ED-SALDO-INI    PIC -ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.
       77  WRK-ED-SALDO-FIM    PIC -ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.
       77  WRK-ED-CREDITOS     PIC ZZ.ZZZ.ZZZ.ZZ9,99  VALUE ZEROES.
       77  WRK-ED-DEBITOS      PIC ZZ.ZZZ.ZZZ.ZZ9,99  VALUE ZEROES.

       PROCEDURE DIVISION.

           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.

           PERFORM 0100-CARREGA-CONTAS.
           IF WRK-CTA-QTD = 0
               DISPLAY 'BANKACCOUNTS VAZIO OU AUSENTE - CADASTRE AS '
                       'CONTAS PELO PROGCOB141'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT CNAB-FILE.
           IF WRK-CNAB-STATUS NOT = '00'
               DISPLAY 'EXTRATOCNAB NAO ENCONTRADO - NADA IMPORTADO'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 0200-CARREGA-IMPORTADOS.

           OPEN EXTEND BANK-BALANCE-FILE.
           IF WRK-SALDO-STATUS NOT = '00'
               OPEN OUTPUT BANK-BALANCE-FILE
           END-IF.
           OPEN OUTPUT IMPORT-REPORT-FILE.
           MOVE SPACES TO IR-LINHA.
           STRING 'IMPORTACAO DO EXTRATO CNAB-240 EM ' WRK-HOJE
               DELIMITED BY SIZE INTO IR-LINHA
           END-STRING
           WRITE IR-LINHA.
           MOVE SPACES TO IR-LINHA.
           WRITE IR-LINHA FROM '-------------------------------------'.

           PERFORM UNTIL CNAB-ACABOU
               READ CNAB-FILE
                   AT END
                       MOVE 'S' TO WRK-CNAB-EOF
                   NOT AT END
                       EVALUATE TRUE
                           WHEN CNAB-HEADER-LOTE
                               PERFORM 0300-ABRE-LOTE
                           WHEN CNAB-DETALHE
                               PERFORM 0400-GUARDA-LANCAMENTO
                           WHEN CNAB-TRAILER-LOTE
                               PERFORM 0500-FECHA-LOTE
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM.

           IF LOTE-ABERTO
               MOVE 'ARQUIVO TERMINOU SEM TRAILER' TO WRK-LOTE-MOTIVO
               PERFORM 0700-RECUSA-LOTE
           END-IF.

           MOVE SPACES TO IR-LINHA.
           WRITE IR-LINHA FROM '-------------------------------------'.
           MOVE SPACES TO IR-LINHA.
           STRING 'LOTES LIDOS ' WRK-QTDE-LOTES
                  ' IMPORTADOS ' WRK-QTDE-IMPORT
                  ' RECUSADOS ' WRK-QTDE-RECUSA
                  ' LANCAMENTOS GRAVADOS ' WRK-QTDE-LINHAS
               DELIMITED BY SIZE INTO IR-LINHA
           END-STRING
           WRITE IR-LINHA.

           CLOSE CNAB-FILE.
           IF LINHAS-ABERTO
               CLOSE STMT-LINES-FILE
           END-IF.
           CLOSE BANK-BALANCE-FILE.
           CLOSE IMPORT-REPORT-FILE.

           DISPLAY 'EXTRATOS IMPORTADOS: ' WRK-QTDE-IMPORT
                   ' RECUSADOS: ' WRK-QTDE-RECUSA
                   ' LANCAMENTOS: ' WRK-QTDE-LINHAS.
           IF WRK-QTDE-RECUSA > 0
               DISPLAY 'HA LOTES RECUSADOS - VER BANKIMPRPT'
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

           STOP RUN.

      ******************************************************************
      * 0100-CARREGA-CONTAS - LE O CADASTRO BANKACCOUNTS PARA A TABELA.
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
                       IF WRK-CTA-QTD < 20
                           ADD 1 TO WRK-CTA-QTD
                           MOVE BK-CODIGO
                               TO WRK-CTA-CODIGO(WRK-CTA-QTD)
                           MOVE BK-BANCO
                               TO WRK-CTA-BANCO(WRK-CTA-QTD)
                           MOVE BK-AGENCIA
                               TO WRK-CTA-AGENCIA(WRK-CTA-QTD)
                           MOVE BK-NUMERO
                               TO WRK-CTA-NUMERO(WRK-CTA-QTD)
                           MOVE BK-NOME
                               TO WRK-CTA-NOME(WRK-CTA-QTD)
                           MOVE BK-ATIVA
                               TO WRK-CTA-ATIVA(WRK-CTA-QTD)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE BANK-ACCOUNT-FILE.
       0100-EXIT.
           EXIT.

      ******************************************************************
      * 0200-CARREGA-IMPORTADOS - CONTA + DATA DO SALDO FINAL DE CADA
      * EXTRATO JA GRAVADO NO BANKBALANCES.
      ******************************************************************
       0200-CARREGA-IMPORTADOS SECTION.
           OPEN INPUT BANK-BALANCE-FILE.
           IF WRK-SALDO-STATUS NOT = '00'
               GO TO 0200-EXIT
           END-IF.

           PERFORM UNTIL SALDO-ACABOU
               READ BANK-BALANCE-FILE
                   AT END
                       MOVE 'S' TO WRK-SALDO-EOF
                   NOT AT END
                       IF WRK-IMP-QTD < 5000
                           ADD 1 TO WRK-IMP-QTD
                           MOVE BB-CONTA    TO WRK-CHV-CONTA
                           MOVE BB-DATA-FIM TO WRK-CHV-DATA
                           MOVE WRK-CHAVE-EXTRATO
                               TO WRK-IMP-CHAVE(WRK-IMP-QTD)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE BANK-BALANCE-FILE.
       0200-EXIT.
           EXIT.

      ******************************************************************
      * 0300-ABRE-LOTE - HEADER DE LOTE: IDENTIFICA A CONTA PELO BANCO,
      * AGENCIA E NUMERO E GUARDA O SALDO INICIAL. LOTE ANTERIOR SEM
      * TRAILER E RECUSADO. CONTA DESCONHECIDA OU ENCERRADA DEIXA O
      * MOTIVO PREENCHIDO E O LOTE E RECUSADO NO TRAILER.
      ******************************************************************
       0300-ABRE-LOTE SECTION.
           IF LOTE-ABERTO
               MOVE 'LOTE SEM TRAILER' TO WRK-LOTE-MOTIVO
               PERFORM 0700-RECUSA-LOTE
           END-IF.

           ADD 1 TO WRK-QTDE-LOTES.
           MOVE 'S'    TO WRK-LOTE-ABERTO.
           MOVE 0      TO WRK-LIN-QTD.
           MOVE 0      TO WRK-LIN-FORA.
           MOVE 0      TO WRK-LOTE-CREDITOS.
           MOVE 0      TO WRK-LOTE-DEBITOS.
           MOVE 0      TO WRK-LOTE-CONTA.
           MOVE SPACES TO WRK-LOTE-MOTIVO.
           MOVE SPACES TO WRK-LOTE-NOME.
           MOVE CN-HL-ANO TO WRK-LDI-ANO.
           MOVE CN-HL-MES TO WRK-LDI-MES.
           MOVE CN-HL-DIA TO WRK-LDI-DIA.
           MOVE 0         TO WRK-LOTE-DATA-FIM.
           MOVE CN-HL-SALDO    TO WRK-LOTE-SALDO-INI.
           MOVE CN-HL-NATUREZA TO WRK-LOTE-NAT-INI.

           PERFORM VARYING WRK-CTA-IDX FROM 1 BY 1
                   UNTIL WRK-CTA-IDX > WRK-CTA-QTD
                       OR WRK-LOTE-CONTA > 0
               IF WRK-CTA-BANCO(WRK-CTA-IDX)   = CN-BANCO
                   AND WRK-CTA-AGENCIA(WRK-CTA-IDX) = CN-HL-AGENCIA
                   AND WRK-CTA-NUMERO(WRK-CTA-IDX)  = CN-HL-CONTA
                   MOVE WRK-CTA-CODIGO(WRK-CTA-IDX) TO WRK-LOTE-CONTA
                   MOVE WRK-CTA-NOME(WRK-CTA-IDX)   TO WRK-LOTE-NOME
                   IF WRK-CTA-ATIVA(WRK-CTA-IDX) NOT = 'A'
                       MOVE 'CONTA ENCERRADA NO CADASTRO'
                         TO WRK-LOTE-MOTIVO
                   END-IF
               END-IF
           END-PERFORM.

           IF WRK-LOTE-CONTA = 0
               MOVE 'CONTA FORA DO BANKACCOUNTS' TO WRK-LOTE-MOTIVO
               MOVE SPACES TO WRK-LOTE-NOME
               STRING 'BCO ' CN-BANCO ' CC ' CN-HL-CONTA(5:8)
                   DELIMITED BY SIZE INTO WRK-LOTE-NOME
               END-STRING
           END-IF.

      ******************************************************************
      * 0400-GUARDA-LANCAMENTO - DETALHE SEGMENTO E DO LOTE ABERTO:
      * GUARDA A LINHA E SOMA NOS TOTAIS DO LOTE.
      ******************************************************************
       0400-GUARDA-LANCAMENTO SECTION.
           IF NOT LOTE-ABERTO OR CN-DT-SEGMENTO NOT = 'E'
               GO TO 0400-EXIT
           END-IF.

           IF CN-DT-TIPO = 'D'
               ADD CN-DT-VALOR TO WRK-LOTE-DEBITOS
           ELSE
               ADD CN-DT-VALOR TO WRK-LOTE-CREDITOS
           END-IF.

           IF WRK-LIN-QTD NOT < 5000
               ADD 1 TO WRK-LIN-FORA
               GO TO 0400-EXIT
           END-IF.

           ADD 1 TO WRK-LIN-QTD.
           MOVE CN-DT-ANO TO WRK-DL-ANO.
           MOVE CN-DT-MES TO WRK-DL-MES.
           MOVE CN-DT-DIA TO WRK-DL-DIA.
           MOVE WRK-DATA-LANC   TO WRK-LIN-DATA(WRK-LIN-QTD).
           IF CN-DT-TIPO = 'D'
               MOVE 'D' TO WRK-LIN-TIPO(WRK-LIN-QTD)
           ELSE
               MOVE 'C' TO WRK-LIN-TIPO(WRK-LIN-QTD)
           END-IF.
           MOVE CN-DT-VALOR     TO WRK-LIN-VALOR(WRK-LIN-QTD).
           MOVE CN-DT-CATEGORIA TO WRK-LIN-CATEGORIA(WRK-LIN-QTD).
           MOVE CN-DT-COD-HIST  TO WRK-LIN-COD-HIST(WRK-LIN-QTD).
           MOVE CN-DT-HISTORICO TO WRK-LIN-HISTORICO(WRK-LIN-QTD).
           MOVE CN-DT-DOCUMENTO TO WRK-LIN-DOCUMENTO(WRK-LIN-QTD).
       0400-EXIT.
           EXIT.

      ******************************************************************
      * 0500-FECHA-LOTE - TRAILER DE LOTE: CONFERE O EXTRATO E GRAVA
      * OU RECUSA O LOTE INTEIRO.
      ******************************************************************
       0500-FECHA-LOTE SECTION.
           IF NOT LOTE-ABERTO
               GO TO 0500-EXIT
           END-IF.

           MOVE CN-TL-ANO TO WRK-LDF-ANO.
           MOVE CN-TL-MES TO WRK-LDF-MES.
           MOVE CN-TL-DIA TO WRK-LDF-DIA.

           IF WRK-LOTE-MOTIVO NOT = SPACES
               PERFORM 0700-RECUSA-LOTE
               GO TO 0500-EXIT
           END-IF.

           MOVE WRK-LOTE-CONTA    TO WRK-CHV-CONTA.
           MOVE WRK-LOTE-DATA-FIM TO WRK-CHV-DATA.
           PERFORM VARYING WRK-IMP-IDX FROM 1 BY 1
                   UNTIL WRK-IMP-IDX > WRK-IMP-QTD
               IF WRK-IMP-CHAVE(WRK-IMP-IDX) = WRK-CHAVE-EXTRATO
                   MOVE 'EXTRATO JA IMPORTADO' TO WRK-LOTE-MOTIVO
               END-IF
           END-PERFORM.
           IF WRK-LOTE-MOTIVO NOT = SPACES
               PERFORM 0700-RECUSA-LOTE
               GO TO 0500-EXIT
           END-IF.

           IF WRK-LOTE-DEBITOS NOT = CN-TL-TOT-DEBITOS
               OR WRK-LOTE-CREDITOS NOT = CN-TL-TOT-CREDITOS
               MOVE 'TOTAIS DO TRAILER NAO BATEM' TO WRK-LOTE-MOTIVO
               PERFORM 0700-RECUSA-LOTE
               GO TO 0500-EXIT
           END-IF.

           IF WRK-LOTE-NAT-INI = 'D'
               COMPUTE WRK-LOTE-SINAL-INI = 0 - WRK-LOTE-SALDO-INI
           ELSE
               MOVE WRK-LOTE-SALDO-INI TO WRK-LOTE-SINAL-INI
           END-IF.
           IF CN-TL-NATUREZA = 'D'
               COMPUTE WRK-LOTE-SINAL-FIM = 0 - CN-TL-SALDO
           ELSE
               MOVE CN-TL-SALDO TO WRK-LOTE-SINAL-FIM
           END-IF.
           IF WRK-LOTE-SINAL-INI + WRK-LOTE-CREDITOS - WRK-LOTE-DEBITOS
               NOT = WRK-LOTE-SINAL-FIM
               MOVE 'SALDO FINAL NAO FECHA' TO WRK-LOTE-MOTIVO
               PERFORM 0700-RECUSA-LOTE
               GO TO 0500-EXIT
           END-IF.

           IF WRK-LIN-FORA > 0
               MOVE 'LOTE COM MAIS DE 5000 LINHAS' TO WRK-LOTE-MOTIVO
               PERFORM 0700-RECUSA-LOTE
               GO TO 0500-EXIT
           END-IF.

           PERFORM 0600-GRAVA-LOTE.
       0500-EXIT.
           EXIT.

      ******************************************************************
      * 0600-GRAVA-LOTE - GRAVA AS LINHAS NO BANKSTMTLINES (RECRIADO NO
      * PRIMEIRO LOTE ACEITO DA RODADA) E O SALDO NO BANKBALANCES, E
      * REGISTRA O EXTRATO COMO IMPORTADO.
      ******************************************************************
       0600-GRAVA-LOTE SECTION.
           IF NOT LINHAS-ABERTO
               OPEN OUTPUT STMT-LINES-FILE
               MOVE 'S' TO WRK-LINHAS-ABERTO
           END-IF.

           PERFORM VARYING WRK-LIN-IDX FROM 1 BY 1
                   UNTIL WRK-LIN-IDX > WRK-LIN-QTD
               MOVE WRK-LOTE-CONTA                 TO SL-CONTA
               MOVE WRK-LIN-DATA(WRK-LIN-IDX)      TO SL-DATA
               MOVE WRK-LIN-TIPO(WRK-LIN-IDX)      TO SL-TIPO
               MOVE WRK-LIN-VALOR(WRK-LIN-IDX)     TO SL-VALOR
               MOVE WRK-LIN-CATEGORIA(WRK-LIN-IDX) TO SL-CATEGORIA
               MOVE WRK-LIN-COD-HIST(WRK-LIN-IDX)  TO SL-COD-HIST
               MOVE WRK-LIN-HISTORICO(WRK-LIN-IDX) TO SL-HISTORICO
               MOVE WRK-LIN-DOCUMENTO(WRK-LIN-IDX) TO SL-DOCUMENTO
               WRITE SL-REGISTRO
               ADD 1 TO WRK-QTDE-LINHAS
           END-PERFORM.

           MOVE WRK-LOTE-CONTA     TO BB-CONTA.
           MOVE WRK-LOTE-DATA-INI  TO BB-DATA-INI.
           MOVE WRK-LOTE-SALDO-INI TO BB-SALDO-INI.
           MOVE WRK-LOTE-NAT-INI   TO BB-NAT-INI.
           MOVE WRK-LOTE-DATA-FIM  TO BB-DATA-FIM.
           MOVE CN-TL-SALDO        TO BB-SALDO-FIM.
           MOVE CN-TL-NATUREZA     TO BB-NAT-FIM.
           MOVE WRK-LOTE-CREDITOS  TO BB-TOT-CREDITOS.
           MOVE WRK-LOTE-DEBITOS   TO BB-TOT-DEBITOS.
           MOVE WRK-LIN-QTD        TO BB-QTDE-LANC.
           MOVE WRK-HOJE           TO BB-DATA-IMPORT.
           WRITE BB-REGISTRO.

           IF WRK-IMP-QTD < 5000
               ADD 1 TO WRK-IMP-QTD
               MOVE WRK-CHAVE-EXTRATO TO WRK-IMP-CHAVE(WRK-IMP-QTD)
           END-IF.

           ADD 1 TO WRK-QTDE-IMPORT.
           MOVE 'IMPORTADO' TO WRK-LOTE-MOTIVO.
           PERFORM 0800-IMPRIME-LOTE.
           MOVE 'N' TO WRK-LOTE-ABERTO.

      ******************************************************************
      * 0700-RECUSA-LOTE - DESCARTA AS LINHAS GUARDADAS DO LOTE E
      * IMPRIME O MOTIVO.
      ******************************************************************
       0700-RECUSA-LOTE SECTION.
           ADD 1 TO WRK-QTDE-RECUSA.
           PERFORM 0800-IMPRIME-LOTE.
           MOVE 0   TO WRK-LIN-QTD.
           MOVE 'N' TO WRK-LOTE-ABERTO.

      ******************************************************************
      * 0800-IMPRIME-LOTE - UMA LINHA DO BANKIMPRPT POR LOTE: CONTA,
      * PERIODO, SALDOS, TOTAIS E O RESULTADO (WRK-LOTE-MOTIVO).
      ******************************************************************
       0800-IMPRIME-LOTE SECTION.
           IF WRK-LOTE-NAT-INI = 'D'
               COMPUTE WRK-ED-SALDO-INI = 0 - WRK-LOTE-SALDO-INI
           ELSE
               MOVE WRK-LOTE-SALDO-INI TO WRK-ED-SALDO-INI
           END-IF.
           IF CN-TIPO-REG = '5' AND CN-TL-NATUREZA = 'D'
               COMPUTE WRK-ED-SALDO-FIM = 0 - CN-TL-SALDO
           ELSE
               IF CN-TIPO-REG = '5'
                   MOVE CN-TL-SALDO TO WRK-ED-SALDO-FIM
               ELSE
                   MOVE 0 TO WRK-ED-SALDO-FIM
               END-IF
           END-IF.
           MOVE WRK-LOTE-CREDITOS TO WRK-ED-CREDITOS.
           MOVE WRK-LOTE-DEBITOS  TO WRK-ED-DEBITOS.

           MOVE SPACES TO IR-LINHA.
           STRING WRK-LOTE-CONTA ' ' WRK-LOTE-NOME ' '
                  WRK-LOTE-DATA-INI ' A ' WRK-LOTE-DATA-FIM
                  ' INI ' WRK-ED-SALDO-INI
                  ' C ' WRK-ED-CREDITOS
                  ' D ' WRK-ED-DEBITOS
                  ' FIM ' WRK-ED-SALDO-FIM
               DELIMITED BY SIZE INTO IR-LINHA
           END-STRING
           WRITE IR-LINHA.
           MOVE SPACES TO IR-LINHA.
           STRING '     LANCAMENTOS ' WRK-LIN-QTD ' - '
                  WRK-LOTE-MOTIVO
               DELIMITED BY SIZE INTO IR-LINHA
           END-STRING
           WRITE IR-LINHA.

       END PROGRAM PROGCOB142.
