       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB152.
      ******************************************************************
      *AUTHOR: CARLOS AMARAL
      *DATE: 15/10/2026
      *PURPOSE: ENCERRAMENTO DO EXERCICIO. O PROGCOB073 FECHA O RAZAO
      *         MES A MES E CARREGA OS SALDOS, MAS AS CONTAS DE
      *         RECEITA E DESPESA NUNCA ERAM ZERADAS NA VIRADA DO ANO
      *         E A DRE DO ANO NOVO COMECAVA COM O RESULTADO DO ANO
      *         ANTERIOR. PARA O ANO INFORMADO, DEPOIS QUE DEZEMBRO
      *         ESTA FECHADO NO GLCLOSE, APURA O SALDO EM 31/12 DE CADA
      *         CONTA DE RESULTADO (GA-CLASSE R/D DO PLANO: SALDOS DO
      *         GLBALANCES, MENOS AS LINHAS ARQUIVADAS POSTERIORES A
      *         31/12, MAIS AS LINHAS ABERTAS ATE 31/12) E LANCA NO
      *         GLTRANSACTIONS, EM 31/12, O LANCAMENTO DE ENCERRAMENTO:
      *         A CONTRAPARTIDA DE CADA SALDO NA PROPRIA CONTA E O
      *         RESULTADO LIQUIDO EM 2490 LUCROS OU PREJUIZOS
      *         ACUMULADOS. AS LINHAS SAEM COM GL-OPERADOR PROGCOB152,
      *         QUE A DRE E OS DEMAIS RELATORIOS DE RESULTADO DEIXAM
      *         DE FORA E A EXPORTACAO FISCAL (PROGCOB077) MARCA COMO
      *         ENCERRAMENTO. IMPRIME O LANCAMENTO NO YECLOSERPT PARA O
      *         CONTADOR E REGISTRA O ANO NO GLYECLOSE: O MESMO ANO NAO
      *         E ENCERRADO DUAS VEZES. RECUSA (DEZEMBRO ABERTO, ANO JA
      *         ENCERRADO, CONTA 2490 FORA DO PLANO) DEVOLVE
      *         RETURN-CODE 8.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-ACCOUNTS-FILE ASSIGN TO 'GLACCOUNTS'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-CONTAS-STATUS.

           SELECT GL-CLOSE-FILE ASSIGN TO 'GLCLOSE'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-CLOSE-STATUS.

           SELECT YE-CLOSE-FILE ASSIGN TO 'GLYECLOSE'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-YEC-STATUS.

           SELECT GL-BALANCES-FILE ASSIGN TO 'GLBALANCES'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-SALDO-STATUS.

           SELECT GL-ARCHIVE-FILE ASSIGN TO 'GLTRANSARC'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-ARC-STATUS.

           SELECT GL-TRANSACTION-FILE ASSIGN TO 'GLTRANSACTIONS'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-GL-STATUS.

           SELECT YE-REPORT-FILE ASSIGN TO 'YECLOSERPT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-ACCOUNTS-FILE.
           COPY 'GLACCT-REC.cob'.

       FD  GL-CLOSE-FILE.
       01  GC-REGISTRO.
           02  GC-COMPETENCIA  PIC 9(06).

       FD  YE-CLOSE-FILE.
       01  YC-REGISTRO.
           02  YC-ANO          PIC 9(04).
           02  YC-DATA         PIC 9(08).

       FD  GL-BALANCES-FILE.
       01  GB-REGISTRO.
           02  GB-CONTA        PIC 9(04).
           02  GB-DEBITOS      PIC 9(11)V99.
           02  GB-CREDITOS     PIC 9(11)V99.

       FD  GL-ARCHIVE-FILE.
       01  GX-REGISTRO             PIC X(39).

       FD  GL-TRANSACTION-FILE.
           COPY 'GLTXN-REC.cob'.

       FD  YE-REPORT-FILE.
       01  YR-LINHA                PIC X(100).

       WORKING-STORAGE SECTION.
       77  WRK-CONTAS-STATUS   PIC X(02)       VALUE SPACES.
       77  WRK-CONTAS-EOF      PIC X(01)       VALUE 'N'.
           88  CONTAS-ACABOU                   VALUE 'S'.
       77  WRK-CLOSE-STATUS    PIC X(02)       VALUE SPACES.
       77  WRK-CLOSE-EOF       PIC X(01)       VALUE 'N'.
           88  CLOSE-ACABOU                    VALUE 'S'.
       77  WRK-YEC-STATUS      PIC X(02)       VALUE SPACES.
       77  WRK-YEC-EOF         PIC X(01)       VALUE 'N'.
           88  YEC-ACABOU                      VALUE 'S'.
       77  WRK-SALDO-STATUS    PIC X(02)       VALUE SPACES.
       77  WRK-SALDO-EOF       PIC X(01)       VALUE 'N'.
           88  SALDO-ACABOU                    VALUE 'S'.
       77  WRK-ARC-STATUS      PIC X(02)       VALUE SPACES.
       77  WRK-ARC-EOF         PIC X(01)       VALUE 'N'.
           88  ARC-ACABOU                      VALUE 'S'.
       77  WRK-GL-STATUS       PIC X(02)       VALUE SPACES.
       77  WRK-GL-EOF          PIC X(01)       VALUE 'N'.
           88  GL-ACABOU                       VALUE 'S'.
       77  WRK-REPORT-STATUS   PIC X(02)       VALUE SPACES.

       77  WRK-ANO             PIC 9(04)       VALUE ZEROES.
       77  WRK-COMP-DEZEMBRO   PIC 9(06)       VALUE ZEROES.
       77  WRK-DATA-ENCERRA    PIC 9(08)       VALUE ZEROES.
       77  WRK-DEZ-FECHADO     PIC X(01)       VALUE 'N'.
           88  DEZEMBRO-FECHADO                VALUE 'S'.
       77  WRK-ANO-ENCERRADO   PIC X(01)       VALUE 'N'.
           88  ANO-JA-ENCERRADO                VALUE 'S'.
       77  WRK-LUCROS-OK       PIC X(01)       VALUE 'N'.
           88  CONTA-LUCROS-NO-PLANO           VALUE 'S'.
       01  WRK-HOJE.
           02  WRK-HOJE-ANO    PIC 9(04)       VALUE ZEROES.
           02  WRK-HOJE-MES    PIC 9(02)       VALUE ZEROES.
           02  WRK-HOJE-DIA    PIC 9(02)       VALUE ZEROES.

      ******************************************************************
      * CONTA DE PATRIMONIO LIQUIDO QUE RECEBE O RESULTADO.
      ******************************************************************
       77  WRK-CTA-LUCROS      PIC 9(04)       VALUE 2490.

      ******************************************************************
      * CONTAS DE RESULTADO DO PLANO, EM ORDEM DE CODIGO, COM O SALDO
      * EM 31/12 (DEVEDOR POSITIVO).
      ******************************************************************
       77  WRK-RES-QTD         PIC 9(03)       VALUE ZEROES.
       77  WRK-RES-IDX         PIC 9(03)       VALUE ZEROES.
       77  WRK-RES-POS         PIC 9(03)       VALUE ZEROES.
       77  WRK-RES-DEST        PIC 9(03)       VALUE ZEROES.
       77  WRK-CONTA-BUSCA     PIC 9(04)       VALUE ZEROES.
       01  WRK-TAB-RESULTADO.
           02  WRK-RES-LINHA   OCCURS 300 TIMES.
               03  WRK-RES-CONTA       PIC 9(04).
               03  WRK-RES-NOME        PIC X(30).
               03  WRK-RES-SALDO       PIC S9(13)V99.

       77  WRK-VALOR-LANC      PIC S9(11)V99   VALUE ZEROES.
       77  WRK-LANC-CONTA      PIC 9(04)       VALUE ZEROES.
       77  WRK-LANC-NOME       PIC X(30)       VALUE SPACES.
       77  WRK-LANC-TIPO       PIC X(01)       VALUE SPACES.
       77  WRK-LANC-VALOR      PIC 9(13)V99    VALUE ZEROES.
       77  WRK-LANC-PARTE      PIC 9(08)V99    VALUE ZEROES.
       77  WRK-LANC-MAXIMO     PIC 9(08)V99    VALUE 99999999,99.
       77  WRK-RESULTADO       PIC S9(13)V99   VALUE ZEROES.
       77  WRK-TOT-DEBITOS     PIC 9(13)V99    VALUE ZEROES.
       77  WRK-TOT-CREDITOS    PIC 9(13)V99    VALUE ZEROES.
       77  WRK-QTDE-LANC       PIC 9(05)       VALUE ZEROES.
       77  WRK-QTDE-CONTAS     PIC 9(03)       VALUE ZEROES.

       77  WRK-ED-VALOR        PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.
       77  WRK-ED-RESULT       PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.

       PROCEDURE DIVISION.

           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.

           DISPLAY 'ANO DO EXERCICIO A ENCERRAR (AAAA): '.
           ACCEPT WRK-ANO.
           COMPUTE WRK-COMP-DEZEMBRO = WRK-ANO * 100 + 12.
           COMPUTE WRK-DATA-ENCERRA = WRK-ANO * 10000 + 1231.

           PERFORM 0100-CONFERE-DEZEMBRO.
           IF NOT DEZEMBRO-FECHADO
               DISPLAY 'DEZEMBRO/' WRK-ANO ' AINDA ABERTO NO GLCLOSE - '
                       'FECHE PELO PROGCOB073 ANTES'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 0150-CONFERE-ENCERRADO.
           IF ANO-JA-ENCERRADO
               DISPLAY 'EXERCICIO ' WRK-ANO ' JA ENCERRADO - '
                       'LANCAMENTO NAO GERADO DE NOVO'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 0200-CARREGA-PLANO.
           IF NOT CONTA-LUCROS-NO-PLANO
               DISPLAY 'CONTA ' WRK-CTA-LUCROS ' (LUCROS OU PREJUIZOS '
                       'ACUMULADOS) FORA DO PLANO - NADA LANCADO'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 0300-SOMA-SALDOS-FECHADOS.
           PERFORM 0400-DESCONTA-ARQUIVO-MORTO.
           PERFORM 0500-SOMA-PERIODO-ABERTO.

           OPEN OUTPUT YE-REPORT-FILE.
           PERFORM 0600-CABECALHO.
           OPEN EXTEND GL-TRANSACTION-FILE.
           IF WRK-GL-STATUS NOT = '00'
               OPEN OUTPUT GL-TRANSACTION-FILE
           END-IF.

           PERFORM VARYING WRK-RES-IDX FROM 1 BY 1
                   UNTIL WRK-RES-IDX > WRK-RES-QTD
               IF WRK-RES-SALDO(WRK-RES-IDX) NOT = 0
                   PERFORM 0700-ENCERRA-CONTA
               END-IF
           END-PERFORM.
           PERFORM 0750-TRANSFERE-RESULTADO.

           CLOSE GL-TRANSACTION-FILE.
           PERFORM 0800-TOTAIS.
           CLOSE YE-REPORT-FILE.

           PERFORM 0900-MARCA-ENCERRADO.

           MOVE WRK-RESULTADO TO WRK-ED-RESULT.
           DISPLAY 'EXERCICIO ' WRK-ANO ' ENCERRADO - RESULTADO '
                   WRK-ED-RESULT ' EM ' WRK-CTA-LUCROS.
           MOVE 0 TO RETURN-CODE.

           STOP RUN.

      ******************************************************************
      * 0100-CONFERE-DEZEMBRO - O ENCERRAMENTO SO RODA COM DEZEMBRO DO
      * ANO JA FECHADO NO GLCLOSE (PROGCOB073).
      ******************************************************************
       0100-CONFERE-DEZEMBRO SECTION.
           MOVE 'N' TO WRK-DEZ-FECHADO.
           OPEN INPUT GL-CLOSE-FILE.
           IF WRK-CLOSE-STATUS NOT = '00'
               GO TO 0100-EXIT
           END-IF.

           PERFORM UNTIL CLOSE-ACABOU
               READ GL-CLOSE-FILE
                   AT END
                       MOVE 'S' TO WRK-CLOSE-EOF
                   NOT AT END
                       IF GC-COMPETENCIA = WRK-COMP-DEZEMBRO
                           MOVE 'S' TO WRK-DEZ-FECHADO
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE GL-CLOSE-FILE.
       0100-EXIT.
           EXIT.

      ******************************************************************
      * 0150-CONFERE-ENCERRADO - DIZ SE O ANO JA CONSTA NO GLYECLOSE.
      ******************************************************************
       0150-CONFERE-ENCERRADO SECTION.
           MOVE 'N' TO WRK-ANO-ENCERRADO.
           OPEN INPUT YE-CLOSE-FILE.
           IF WRK-YEC-STATUS NOT = '00'
               GO TO 0150-EXIT
           END-IF.

           PERFORM UNTIL YEC-ACABOU
               READ YE-CLOSE-FILE
                   AT END
                       MOVE 'S' TO WRK-YEC-EOF
                   NOT AT END
                       IF YC-ANO = WRK-ANO
                           MOVE 'S' TO WRK-ANO-ENCERRADO
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE YE-CLOSE-FILE.
       0150-EXIT.
           EXIT.

      ******************************************************************
      * 0200-CARREGA-PLANO - CONTAS DE RESULTADO (RECEITA E DESPESA)
      * DO GLACCOUNTS, EM ORDEM DE CODIGO, E A CONFERENCIA DA CONTA DE
      * LUCROS OU PREJUIZOS ACUMULADOS.
      ******************************************************************
       0200-CARREGA-PLANO SECTION.
           OPEN INPUT GL-ACCOUNTS-FILE.
           IF WRK-CONTAS-STATUS NOT = '00'
               GO TO 0200-EXIT
           END-IF.

           PERFORM UNTIL CONTAS-ACABOU
               READ GL-ACCOUNTS-FILE
                   AT END
                       MOVE 'S' TO WRK-CONTAS-EOF
                   NOT AT END
                       IF GA-CONTA = WRK-CTA-LUCROS
                           MOVE 'S' TO WRK-LUCROS-OK
                       END-IF
                       IF GA-RECEITA OR GA-DESPESA
                           PERFORM 0250-GUARDA-CONTA
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE GL-ACCOUNTS-FILE.
       0200-EXIT.
           EXIT.

      ******************************************************************
      * 0250-GUARDA-CONTA - ENCAIXA A CONTA DE RESULTADO LIDA NO LUGAR
      * DA ORDEM DE CODIGO.
      ******************************************************************
       0250-GUARDA-CONTA SECTION.
           IF WRK-RES-QTD >= 300
               DISPLAY 'MAIS DE 300 CONTAS DE RESULTADO - CONTA '
                       GA-CONTA ' FORA DO ENCERRAMENTO'
               GO TO 0250-EXIT
           END-IF.

           COMPUTE WRK-RES-POS = WRK-RES-QTD + 1.
           PERFORM VARYING WRK-RES-IDX FROM 1 BY 1
                   UNTIL WRK-RES-IDX > WRK-RES-QTD
                       OR WRK-RES-POS <= WRK-RES-QTD
               IF WRK-RES-CONTA(WRK-RES-IDX) > GA-CONTA
                   MOVE WRK-RES-IDX TO WRK-RES-POS
               END-IF
           END-PERFORM.

           PERFORM VARYING WRK-RES-IDX FROM WRK-RES-QTD BY -1
                   UNTIL WRK-RES-IDX < WRK-RES-POS
               COMPUTE WRK-RES-DEST = WRK-RES-IDX + 1
               MOVE WRK-RES-LINHA(WRK-RES-IDX)
                   TO WRK-RES-LINHA(WRK-RES-DEST)
           END-PERFORM.
           ADD 1 TO WRK-RES-QTD.

           MOVE GA-CONTA TO WRK-RES-CONTA(WRK-RES-POS).
           MOVE GA-NOME  TO WRK-RES-NOME(WRK-RES-POS).
           MOVE 0        TO WRK-RES-SALDO(WRK-RES-POS).
       0250-EXIT.
           EXIT.

      ******************************************************************
      * 0280-ACHA-CONTA - POSICAO DE WRK-CONTA-BUSCA ENTRE AS CONTAS DE
      * RESULTADO (0 QUANDO NAO E CONTA DE RESULTADO).
      ******************************************************************
       0280-ACHA-CONTA SECTION.
           MOVE 0 TO WRK-RES-POS.
           PERFORM VARYING WRK-RES-IDX FROM 1 BY 1
                   UNTIL WRK-RES-IDX > WRK-RES-QTD
                       OR WRK-RES-POS > 0
               IF WRK-RES-CONTA(WRK-RES-IDX) = WRK-CONTA-BUSCA
                   MOVE WRK-RES-IDX TO WRK-RES-POS
               END-IF
           END-PERFORM.

      ******************************************************************
      * 0300-SOMA-SALDOS-FECHADOS - SALDOS ACUMULADOS DOS PERIODOS JA
      * FECHADOS (INCLUI OS ENCERRAMENTOS DOS ANOS ANTERIORES, QUE
      * DEIXARAM AS CONTAS DE RESULTADO ZERADAS NA VIRADA).
      ******************************************************************
       0300-SOMA-SALDOS-FECHADOS SECTION.
           OPEN INPUT GL-BALANCES-FILE.
           IF WRK-SALDO-STATUS NOT = '00'
               GO TO 0300-EXIT
           END-IF.

           PERFORM UNTIL SALDO-ACABOU
               READ GL-BALANCES-FILE
                   AT END
                       MOVE 'S' TO WRK-SALDO-EOF
                   NOT AT END
                       MOVE GB-CONTA TO WRK-CONTA-BUSCA
                       PERFORM 0280-ACHA-CONTA
                       IF WRK-RES-POS > 0
                           COMPUTE WRK-RES-SALDO(WRK-RES-POS) =
                               WRK-RES-SALDO(WRK-RES-POS)
                               + GB-DEBITOS - GB-CREDITOS
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE GL-BALANCES-FILE.
       0300-EXIT.
           EXIT.

      ******************************************************************
      * 0400-DESCONTA-ARQUIVO-MORTO - SE O ANO NOVO JA TEVE MES
      * FECHADO, AS LINHAS ARQUIVADAS DEPOIS DE 31/12 ESTAO NO
      * GLBALANCES E SAEM DO SALDO DO ENCERRAMENTO.
      ******************************************************************
       0400-DESCONTA-ARQUIVO-MORTO SECTION.
           OPEN INPUT GL-ARCHIVE-FILE.
           IF WRK-ARC-STATUS NOT = '00'
               GO TO 0400-EXIT
           END-IF.

           PERFORM UNTIL ARC-ACABOU
               READ GL-ARCHIVE-FILE
                   AT END
                       MOVE 'S' TO WRK-ARC-EOF
                   NOT AT END
                       MOVE GX-REGISTRO TO GL-REGISTRO
                       IF GL-DATA NUMERIC
                           AND GL-DATA > WRK-DATA-ENCERRA
                           PERFORM 0450-PREPARA-LINHA
                           IF WRK-RES-POS > 0
                               SUBTRACT WRK-VALOR-LANC
                                   FROM WRK-RES-SALDO(WRK-RES-POS)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE GL-ARCHIVE-FILE.
       0400-EXIT.
           EXIT.

      ******************************************************************
      * 0450-PREPARA-LINHA - VALOR DEVEDOR POSITIVO DA LINHA EM
      * GL-REGISTRO E A POSICAO DA CONTA (0 SE NAO E DE RESULTADO).
      ******************************************************************
       0450-PREPARA-LINHA SECTION.
           MOVE 0 TO WRK-RES-POS.
           IF GL-TIPO NOT = 'C' AND GL-TIPO NOT = 'D'
               GO TO 0450-EXIT
           END-IF.

           IF GL-TIPO = 'D'
               MOVE GL-VALOR TO WRK-VALOR-LANC
           ELSE
               COMPUTE WRK-VALOR-LANC = 0 - GL-VALOR
           END-IF.

           MOVE GL-CONTA TO WRK-CONTA-BUSCA.
           PERFORM 0280-ACHA-CONTA.
       0450-EXIT.
           EXIT.

      ******************************************************************
      * 0500-SOMA-PERIODO-ABERTO - LINHAS AINDA ABERTAS DATADAS ATE
      * 31/12 (POSTAGEM AUTOMATICA QUE CHEGOU DEPOIS DO FECHAMENTO DE
      * DEZEMBRO). LINHA SEM DATA E DO PROXIMO FECHAMENTO E FICA DE
      * FORA.
      ******************************************************************
       0500-SOMA-PERIODO-ABERTO SECTION.
           OPEN INPUT GL-TRANSACTION-FILE.
           IF WRK-GL-STATUS NOT = '00'
               GO TO 0500-EXIT
           END-IF.

           PERFORM UNTIL GL-ACABOU
               READ GL-TRANSACTION-FILE
                   AT END
                       MOVE 'S' TO WRK-GL-EOF
                   NOT AT END
                       IF GL-DATA NUMERIC AND GL-DATA > 0
                           AND GL-DATA NOT > WRK-DATA-ENCERRA
                           PERFORM 0450-PREPARA-LINHA
                           IF WRK-RES-POS > 0
                               ADD WRK-VALOR-LANC
                                   TO WRK-RES-SALDO(WRK-RES-POS)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE GL-TRANSACTION-FILE.
       0500-EXIT.
           EXIT.

      ******************************************************************
      * 0600-CABECALHO - TITULO E COLUNAS DO YECLOSERPT.
      ******************************************************************
       0600-CABECALHO SECTION.
           MOVE SPACES TO YR-LINHA.
           STRING 'LANCAMENTO DE ENCERRAMENTO DO EXERCICIO ' WRK-ANO
                  ' - DATA 31/12/' WRK-ANO
               DELIMITED BY SIZE INTO YR-LINHA
           END-STRING.
           WRITE YR-LINHA.
           MOVE SPACES TO YR-LINHA.
           WRITE YR-LINHA.
           STRING 'CONTA NOME                           D/C'
                  '                VALOR'
               DELIMITED BY SIZE INTO YR-LINHA
           END-STRING.
           WRITE YR-LINHA.
           MOVE ALL '-' TO YR-LINHA.
           WRITE YR-LINHA.

      ******************************************************************
      * 0700-ENCERRA-CONTA - ZERA A CONTA DE RESULTADO WRK-RES-IDX:
      * SALDO DEVEDOR (DESPESA) SAI A CREDITO, SALDO CREDOR (RECEITA)
      * A DEBITO. O RESULTADO ACUMULA CREDOR POSITIVO.
      ******************************************************************
       0700-ENCERRA-CONTA SECTION.
           MOVE WRK-RES-CONTA(WRK-RES-IDX) TO WRK-LANC-CONTA.
           MOVE WRK-RES-NOME(WRK-RES-IDX)  TO WRK-LANC-NOME.
           IF WRK-RES-SALDO(WRK-RES-IDX) > 0
               MOVE 'C' TO WRK-LANC-TIPO
               MOVE WRK-RES-SALDO(WRK-RES-IDX) TO WRK-LANC-VALOR
           ELSE
               MOVE 'D' TO WRK-LANC-TIPO
               COMPUTE WRK-LANC-VALOR =
                   0 - WRK-RES-SALDO(WRK-RES-IDX)
           END-IF.
           SUBTRACT WRK-RES-SALDO(WRK-RES-IDX) FROM WRK-RESULTADO.
           ADD 1 TO WRK-QTDE-CONTAS.
           PERFORM 0780-GRAVA-LANCAMENTO.

      ******************************************************************
      * 0750-TRANSFERE-RESULTADO - CONTRAPARTIDA EM 2490: LUCRO A
      * CREDITO, PREJUIZO A DEBITO.
      ******************************************************************
       0750-TRANSFERE-RESULTADO SECTION.
           IF WRK-RESULTADO = 0
               GO TO 0750-EXIT
           END-IF.

           MOVE WRK-CTA-LUCROS TO WRK-LANC-CONTA.
           MOVE 'LUCROS OU PREJUIZOS ACUMULADOS' TO WRK-LANC-NOME.
           IF WRK-RESULTADO > 0
               MOVE 'C' TO WRK-LANC-TIPO
               MOVE WRK-RESULTADO TO WRK-LANC-VALOR
           ELSE
               MOVE 'D' TO WRK-LANC-TIPO
               COMPUTE WRK-LANC-VALOR = 0 - WRK-RESULTADO
           END-IF.
           PERFORM 0780-GRAVA-LANCAMENTO.
       0750-EXIT.
           EXIT.

      ******************************************************************
      * 0780-GRAVA-LANCAMENTO - GRAVA A PERNA NO RAZAO (EM PARTES, SE
      * PASSAR DO TAMANHO DE GL-VALOR) E A LINHA DO RELATORIO.
      ******************************************************************
       0780-GRAVA-LANCAMENTO SECTION.
           MOVE WRK-LANC-VALOR TO WRK-ED-VALOR.
           MOVE SPACES TO YR-LINHA.
           STRING WRK-LANC-CONTA '  ' WRK-LANC-NOME ' ' WRK-LANC-TIPO
                  '  ' WRK-ED-VALOR
               DELIMITED BY SIZE INTO YR-LINHA
           END-STRING.
           WRITE YR-LINHA.

           IF WRK-LANC-TIPO = 'D'
               ADD WRK-LANC-VALOR TO WRK-TOT-DEBITOS
           ELSE
               ADD WRK-LANC-VALOR TO WRK-TOT-CREDITOS
           END-IF.

           PERFORM UNTIL WRK-LANC-VALOR = 0
               IF WRK-LANC-VALOR > WRK-LANC-MAXIMO
                   MOVE WRK-LANC-MAXIMO TO WRK-LANC-PARTE
               ELSE
                   MOVE WRK-LANC-VALOR TO WRK-LANC-PARTE
               END-IF
               MOVE WRK-LANC-CONTA   TO GL-CONTA
               MOVE WRK-LANC-TIPO    TO GL-TIPO
               MOVE WRK-LANC-PARTE   TO GL-VALOR
               MOVE WRK-DATA-ENCERRA TO GL-DATA
               MOVE 'PROGCOB152'     TO GL-OPERADOR
               MOVE SPACES           TO GL-CCUSTO
               WRITE GL-REGISTRO
               ADD 1 TO WRK-QTDE-LANC
               SUBTRACT WRK-LANC-PARTE FROM WRK-LANC-VALOR
           END-PERFORM.

      ******************************************************************
      * 0800-TOTAIS - TOTAIS DE DEBITO E CREDITO DO LANCAMENTO E O
      * RESULTADO TRANSFERIDO.
      ******************************************************************
       0800-TOTAIS SECTION.
           MOVE ALL '-' TO YR-LINHA.
           WRITE YR-LINHA.
           MOVE WRK-TOT-DEBITOS TO WRK-ED-VALOR.
           MOVE SPACES TO YR-LINHA.
           STRING 'TOTAL DOS DEBITOS                        '
                  WRK-ED-VALOR
               DELIMITED BY SIZE INTO YR-LINHA
           END-STRING.
           WRITE YR-LINHA.
           MOVE WRK-TOT-CREDITOS TO WRK-ED-VALOR.
           MOVE SPACES TO YR-LINHA.
           STRING 'TOTAL DOS CREDITOS                       '
                  WRK-ED-VALOR
               DELIMITED BY SIZE INTO YR-LINHA
           END-STRING.
           WRITE YR-LINHA.
           MOVE WRK-RESULTADO TO WRK-ED-RESULT.
           MOVE SPACES TO YR-LINHA.
           STRING 'RESULTADO DO EXERCICIO (LUCRO +)        '
                  WRK-ED-RESULT
               DELIMITED BY SIZE INTO YR-LINHA
           END-STRING.
           WRITE YR-LINHA.
           MOVE SPACES TO YR-LINHA.
           STRING 'CONTAS ENCERRADAS: ' WRK-QTDE-CONTAS
                  '  LINHAS LANCADAS NO RAZAO: ' WRK-QTDE-LANC
               DELIMITED BY SIZE INTO YR-LINHA
           END-STRING.
           WRITE YR-LINHA.
           IF WRK-QTDE-CONTAS = 0
               MOVE SPACES TO YR-LINHA
               WRITE YR-LINHA FROM
                   'CONTAS DE RESULTADO JA ZERADAS - NADA A ENCERRAR'
           END-IF.

      ******************************************************************
      * 0900-MARCA-ENCERRADO - REGISTRA O ANO NO GLYECLOSE.
      ******************************************************************
       0900-MARCA-ENCERRADO SECTION.
           OPEN EXTEND YE-CLOSE-FILE.
           IF WRK-YEC-STATUS NOT = '00'
               OPEN OUTPUT YE-CLOSE-FILE
           END-IF.
           MOVE WRK-ANO  TO YC-ANO.
           MOVE WRK-HOJE TO YC-DATA.
           WRITE YC-REGISTRO.
           CLOSE YE-CLOSE-FILE.

       END PROGRAM PROGCOB152.
