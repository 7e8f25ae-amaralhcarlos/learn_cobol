       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB150.
      ******************************************************************
      *AUTHOR: CARLOS AMARAL
      *DATE: 15/10/2026
      *PURPOSE: BALANCO PATRIMONIAL (BALSHEETRPT). O BALANCETE DO
      *         PROGCOB036 E A DRE DO PROGCOB074 JA SAIAM DO RAZAO, MAS
      *         O BALANCO ERA MONTADO NA MAO PELO CONTADOR A PARTIR DO
      *         BALANCETE. PARA A COMPETENCIA INFORMADA (AAAAMM), O
      *         SALDO DE CADA CONTA NO FIM DO MES SAI DOS SALDOS
      *         FECHADOS (GLBALANCES), DESCONTADAS AS LINHAS DO ARQUIVO
      *         MORTO (GLTRANSARC) POSTERIORES A DATA-BASE, MAIS AS
      *         LINHAS DO PERIODO ABERTO (GLTRANSACTIONS) ATE ELA; A
      *         COLUNA DE COMPARACAO E O FIM DO ANO ANTERIOR, PELA
      *         MESMA CONTA. AS CONTAS PATRIMONIAIS SAEM NOS GRUPOS DO
      *         ARQUIVO BSLAYOUT (GA-CLASSE E GA-GRUPO DO PLANO), O
      *         ATIVO DE UM LADO E O PASSIVO E O PATRIMONIO LIQUIDO DO
      *         OUTRO, COM O RESULTADO DO EXERCICIO (SALDO DAS CONTAS
      *         DE RECEITA E DESPESA AINDA NAO ENCERRADAS) DENTRO DO
      *         PATRIMONIO LIQUIDO. NO FIM, A PROVA ATIVO = PASSIVO +
      *         PL + RESULTADO; SE NAO FECHAR, LISTA AS CONTAS COM
      *         SALDO QUE NAO TEM CLASSIFICACAO (OU CUJO GRUPO NAO
      *         EXISTE NO BSLAYOUT) E DEVOLVE RETURN-CODE 4.
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

           SELECT BS-LAYOUT-FILE ASSIGN TO 'BSLAYOUT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-LAYOUT-STATUS.

           SELECT GL-BALANCES-FILE ASSIGN TO 'GLBALANCES'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-SALDO-STATUS.

           SELECT GL-ARCHIVE-FILE ASSIGN TO 'GLTRANSARC'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-ARC-STATUS.

           SELECT GL-TRANSACTION-FILE ASSIGN TO 'GLTRANSACTIONS'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-GL-STATUS.

           SELECT BAL-SHEET-FILE ASSIGN TO 'BALSHEETRPT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-ACCOUNTS-FILE.
           COPY 'GLACCT-REC.cob'.

       FD  BS-LAYOUT-FILE.
       01  BL-REGISTRO.
           02  BL-GRUPO        PIC X(02).
           02  BL-DESCRICAO    PIC X(30).
           02  BL-LADO         PIC X(01).

       FD  GL-BALANCES-FILE.
       01  GB-REGISTRO.
           02  GB-CONTA        PIC 9(04).
           02  GB-DEBITOS      PIC 9(11)V99.
           02  GB-CREDITOS     PIC 9(11)V99.

       FD  GL-ARCHIVE-FILE.
       01  GX-REGISTRO.
           02  GX-CONTA        PIC 9(04).
           02  GX-TIPO         PIC X(01).
           02  GX-VALOR        PIC 9(08)V99.
           02  GX-DATA         PIC 9(08).
           02  GX-OPERADOR     PIC X(10).
           02  GX-CCUSTO       PIC X(04).

       FD  GL-TRANSACTION-FILE.
           COPY 'GLTXN-REC.cob'.

       FD  BAL-SHEET-FILE.
       01  BS-LINHA                PIC X(100).

       WORKING-STORAGE SECTION.
       77  WRK-CONTAS-STATUS   PIC X(02)       VALUE SPACES.
       77  WRK-CONTAS-EOF      PIC X(01)       VALUE 'N'.
           88  CONTAS-ACABOU                   VALUE 'S'.
       77  WRK-LAYOUT-STATUS   PIC X(02)       VALUE SPACES.
       77  WRK-LAYOUT-EOF      PIC X(01)       VALUE 'N'.
           88  LAYOUT-ACABOU                   VALUE 'S'.
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

      ******************************************************************
      * DATA-BASE (COMPETENCIA INFORMADA) E FIM DO ANO ANTERIOR.
      ******************************************************************
       01  WRK-COMPETENCIA.
           02  WRK-COMP-ANO    PIC 9(04)       VALUE ZEROES.
           02  WRK-COMP-MES    PIC 9(02)       VALUE ZEROES.
       01  WRK-COMP-ANTERIOR.
           02  WRK-ANT-ANO     PIC 9(04)       VALUE ZEROES.
           02  WRK-ANT-MES     PIC 9(02)       VALUE ZEROES.
       77  WRK-COMP-LINHA      PIC 9(06)       VALUE ZEROES.
       77  WRK-DATADA          PIC X(01)       VALUE 'N'.
           88  LINHA-DATADA                    VALUE 'S'.

      ******************************************************************
      * CONTAS EM ORDEM DE CODIGO, COM O SALDO (DEVEDOR POSITIVO) NA
      * DATA-BASE E NO FIM DO ANO ANTERIOR. WRK-CTA-GRP E A POSICAO DO
      * GRUPO NO BSLAYOUT; WRK-CTA-SITUACAO: 'B' = CONTA DO BALANCO,
      * 'R' = CONTA DE RESULTADO, 'N' = NAO CLASSIFICADA.
      ******************************************************************
       77  WRK-CTA-QTD         PIC 9(03)       VALUE ZEROES.
       77  WRK-CTA-IDX         PIC 9(03)       VALUE ZEROES.
       77  WRK-CTA-POS         PIC 9(03)       VALUE ZEROES.
       77  WRK-CTA-DEST        PIC 9(03)       VALUE ZEROES.
       77  WRK-CONTA-BUSCA     PIC 9(04)       VALUE ZEROES.
       01  WRK-TAB-CONTAS.
           02  WRK-CTA-LINHA   OCCURS 300 TIMES.
               03  WRK-CTA-CONTA       PIC 9(04).
               03  WRK-CTA-NOME        PIC X(30).
               03  WRK-CTA-CLASSE      PIC X(01).
               03  WRK-CTA-GRUPO       PIC X(02).
               03  WRK-CTA-GRP         PIC 9(02).
               03  WRK-CTA-SITUACAO    PIC X(01).
               03  WRK-CTA-SALDO-ATU   PIC S9(13)V99.
               03  WRK-CTA-SALDO-ANT   PIC S9(13)V99.

      ******************************************************************
      * GRUPOS DO BALANCO (BSLAYOUT), NA ORDEM EM QUE SAEM. LADO 'A' =
      * ATIVO, 'P' = PASSIVO, 'L' = PATRIMONIO LIQUIDO.
      ******************************************************************
       77  WRK-GRP-QTD         PIC 9(02)       VALUE ZEROES.
       77  WRK-GRP-IDX         PIC 9(02)       VALUE ZEROES.
       01  WRK-TAB-GRUPOS.
           02  WRK-GRP-LINHA   OCCURS 30 TIMES.
               03  WRK-GRP-CODIGO      PIC X(02).
               03  WRK-GRP-DESCRICAO   PIC X(30).
               03  WRK-GRP-LADO        PIC X(01).
               03  WRK-GRP-TOT-ATU     PIC S9(13)V99.
               03  WRK-GRP-TOT-ANT     PIC S9(13)V99.

       77  WRK-VALOR-LANC      PIC S9(11)V99   VALUE ZEROES.
       77  WRK-LADO            PIC X(01)       VALUE SPACES.
       77  WRK-SINAL           PIC S9(01)      VALUE ZEROES.
       77  WRK-ATIVO-ATU       PIC S9(13)V99   VALUE ZEROES.
       77  WRK-ATIVO-ANT       PIC S9(13)V99   VALUE ZEROES.
       77  WRK-PASSIVO-ATU     PIC S9(13)V99   VALUE ZEROES.
       77  WRK-PASSIVO-ANT     PIC S9(13)V99   VALUE ZEROES.
       77  WRK-PL-ATU          PIC S9(13)V99   VALUE ZEROES.
       77  WRK-PL-ANT          PIC S9(13)V99   VALUE ZEROES.
       77  WRK-RESULT-ATU      PIC S9(13)V99   VALUE ZEROES.
       77  WRK-RESULT-ANT      PIC S9(13)V99   VALUE ZEROES.
       77  WRK-NAOCL-ATU       PIC S9(13)V99   VALUE ZEROES.
       77  WRK-NAOCL-ANT       PIC S9(13)V99   VALUE ZEROES.
       77  WRK-DIFER-ATU       PIC S9(13)V99   VALUE ZEROES.
       77  WRK-DIFER-ANT       PIC S9(13)V99   VALUE ZEROES.
       77  WRK-QTDE-NAOCL      PIC 9(03)       VALUE ZEROES.

       77  WRK-ROTULO          PIC X(40)       VALUE SPACES.
       77  WRK-VAL-ATU         PIC S9(13)V99   VALUE ZEROES.
       77  WRK-VAL-ANT         PIC S9(13)V99   VALUE ZEROES.
       77  WRK-ED-ATU          PIC -Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.
       77  WRK-ED-ANT          PIC -Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.

       PROCEDURE DIVISION.

           DISPLAY 'DATA-BASE DO BALANCO - COMPETENCIA (AAAAMM): '.
           ACCEPT WRK-COMPETENCIA.
           IF WRK-COMP-MES < 1 OR WRK-COMP-MES > 12
               DISPLAY 'COMPETENCIA INVALIDA'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE WRK-ANT-ANO = WRK-COMP-ANO - 1.
           MOVE 12 TO WRK-ANT-MES.

           PERFORM 0100-CARREGA-PLANO.
           PERFORM 0200-CARREGA-LAYOUT.
           IF WRK-GRP-QTD = 0
               DISPLAY 'BSLAYOUT VAZIO OU AUSENTE - BALANCO NAO GERADO'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 0300-SOMA-SALDOS-FECHADOS.
           PERFORM 0400-DESCONTA-ARQUIVO-MORTO.
           PERFORM 0500-SOMA-PERIODO-ABERTO.
           PERFORM 0250-CLASSIFICA-CONTAS.

           OPEN OUTPUT BAL-SHEET-FILE.
           PERFORM 0600-CABECALHO.
           MOVE 'A' TO WRK-LADO.
           PERFORM 0700-IMPRIME-LADO.
           MOVE 'P' TO WRK-LADO.
           PERFORM 0700-IMPRIME-LADO.
           MOVE 'L' TO WRK-LADO.
           PERFORM 0700-IMPRIME-LADO.
           PERFORM 0800-PROVA.
           CLOSE BAL-SHEET-FILE.

           IF WRK-DIFER-ATU NOT = 0 OR WRK-DIFER-ANT NOT = 0
               DISPLAY 'BALANCO NAO FECHA - VER CONTAS NAO '
                       'CLASSIFICADAS EM BALSHEETRPT'
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY 'BALANCO DE ' WRK-COMP-MES '/' WRK-COMP-ANO
                       ' GERADO EM BALSHEETRPT'
               MOVE 0 TO RETURN-CODE
           END-IF.

           STOP RUN.

      ******************************************************************
      * 0100-CARREGA-PLANO - CONTAS DO GLACCOUNTS COM CLASSE E GRUPO,
      * EM ORDEM DE CODIGO.
      ******************************************************************
       0100-CARREGA-PLANO SECTION.
           OPEN INPUT GL-ACCOUNTS-FILE.
           IF WRK-CONTAS-STATUS NOT = '00'
               DISPLAY 'GLACCOUNTS NAO ENCONTRADO - TODAS AS CONTAS '
                       'FICAM SEM CLASSIFICACAO'
               GO TO 0100-EXIT
           END-IF.

           PERFORM UNTIL CONTAS-ACABOU
               READ GL-ACCOUNTS-FILE
                   AT END
                       MOVE 'S' TO WRK-CONTAS-EOF
                   NOT AT END
                       MOVE GA-CONTA TO WRK-CONTA-BUSCA
                       PERFORM 0150-ACHA-CONTA
                       IF WRK-CTA-POS > 0
                           MOVE GA-NOME
                               TO WRK-CTA-NOME(WRK-CTA-POS)
                           MOVE GA-CLASSE
                               TO WRK-CTA-CLASSE(WRK-CTA-POS)
                           MOVE GA-GRUPO
                               TO WRK-CTA-GRUPO(WRK-CTA-POS)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE GL-ACCOUNTS-FILE.
       0100-EXIT.
           EXIT.

      ******************************************************************
      * 0150-ACHA-CONTA - POSICAO DE WRK-CONTA-BUSCA NA TABELA. CONTA
      * NOVA (INCLUSIVE A QUE SO APARECE NO RAZAO) ENTRA NO LUGAR DA
      * ORDEM, SEM NOME NEM CLASSE; TABELA CHEIA DEVOLVE 0.
      ******************************************************************
       0150-ACHA-CONTA SECTION.
           MOVE 0 TO WRK-CTA-POS.
           PERFORM VARYING WRK-CTA-IDX FROM 1 BY 1
                   UNTIL WRK-CTA-IDX > WRK-CTA-QTD
                       OR WRK-CTA-POS > 0
               IF WRK-CTA-CONTA(WRK-CTA-IDX) NOT < WRK-CONTA-BUSCA
                   MOVE WRK-CTA-IDX TO WRK-CTA-POS
               END-IF
           END-PERFORM.

           IF WRK-CTA-POS > 0
               IF WRK-CTA-CONTA(WRK-CTA-POS) = WRK-CONTA-BUSCA
                   GO TO 0150-EXIT
               END-IF
           ELSE
               COMPUTE WRK-CTA-POS = WRK-CTA-QTD + 1
           END-IF.

           IF WRK-CTA-QTD >= 300
               DISPLAY 'MAIS DE 300 CONTAS - CONTA ' WRK-CONTA-BUSCA
                       ' FORA DO BALANCO'
               MOVE 0 TO WRK-CTA-POS
               GO TO 0150-EXIT
           END-IF.

           PERFORM VARYING WRK-CTA-IDX FROM WRK-CTA-QTD BY -1
                   UNTIL WRK-CTA-IDX < WRK-CTA-POS
               COMPUTE WRK-CTA-DEST = WRK-CTA-IDX + 1
               MOVE WRK-CTA-LINHA(WRK-CTA-IDX)
                   TO WRK-CTA-LINHA(WRK-CTA-DEST)
           END-PERFORM.
           ADD 1 TO WRK-CTA-QTD.

           MOVE WRK-CONTA-BUSCA TO WRK-CTA-CONTA(WRK-CTA-POS).
           MOVE '(FORA DO PLANO DE CONTAS)'
               TO WRK-CTA-NOME(WRK-CTA-POS).
           MOVE SPACES TO WRK-CTA-CLASSE(WRK-CTA-POS).
           MOVE SPACES TO WRK-CTA-GRUPO(WRK-CTA-POS).
           MOVE 0      TO WRK-CTA-GRP(WRK-CTA-POS).
           MOVE 'N'    TO WRK-CTA-SITUACAO(WRK-CTA-POS).
           MOVE 0      TO WRK-CTA-SALDO-ATU(WRK-CTA-POS).
           MOVE 0      TO WRK-CTA-SALDO-ANT(WRK-CTA-POS).
       0150-EXIT.
           EXIT.

      ******************************************************************
      * 0200-CARREGA-LAYOUT - GRUPOS DO BALANCO DO BSLAYOUT.
      ******************************************************************
       0200-CARREGA-LAYOUT SECTION.
           OPEN INPUT BS-LAYOUT-FILE.
           IF WRK-LAYOUT-STATUS NOT = '00'
               GO TO 0200-EXIT
           END-IF.

           PERFORM UNTIL LAYOUT-ACABOU
               READ BS-LAYOUT-FILE
                   AT END
                       MOVE 'S' TO WRK-LAYOUT-EOF
                   NOT AT END
                       IF WRK-GRP-QTD < 30
                           ADD 1 TO WRK-GRP-QTD
                           MOVE BL-GRUPO
                               TO WRK-GRP-CODIGO(WRK-GRP-QTD)
                           MOVE BL-DESCRICAO
                               TO WRK-GRP-DESCRICAO(WRK-GRP-QTD)
                           MOVE BL-LADO
                               TO WRK-GRP-LADO(WRK-GRP-QTD)
                           MOVE 0 TO WRK-GRP-TOT-ATU(WRK-GRP-QTD)
                           MOVE 0 TO WRK-GRP-TOT-ANT(WRK-GRP-QTD)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE BS-LAYOUT-FILE.
       0200-EXIT.
           EXIT.

      ******************************************************************
      * 0250-CLASSIFICA-CONTAS - RECEITA E DESPESA VAO PARA O
      * RESULTADO; ATIVO, PASSIVO E PL PRECISAM DE UM GRUPO DO
      * BSLAYOUT DO MESMO LADO (ATIVO EM GRUPO 'A', PASSIVO EM GRUPO
      * 'P', PL EM GRUPO 'L'). O RESTO FICA NAO CLASSIFICADO.
      ******************************************************************
       0250-CLASSIFICA-CONTAS SECTION.
           PERFORM VARYING WRK-CTA-IDX FROM 1 BY 1
                   UNTIL WRK-CTA-IDX > WRK-CTA-QTD
               MOVE 'N' TO WRK-CTA-SITUACAO(WRK-CTA-IDX)
               MOVE 0   TO WRK-CTA-GRP(WRK-CTA-IDX)
               EVALUATE WRK-CTA-CLASSE(WRK-CTA-IDX)
                   WHEN 'R'
                   WHEN 'D'
                       MOVE 'R' TO WRK-CTA-SITUACAO(WRK-CTA-IDX)
                   WHEN 'A'
                   WHEN 'P'
                   WHEN 'L'
                       PERFORM 0260-ACHA-GRUPO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.

      ******************************************************************
      * 0260-ACHA-GRUPO - GRUPO DA CONTA WRK-CTA-IDX NO BSLAYOUT.
      ******************************************************************
       0260-ACHA-GRUPO SECTION.
           PERFORM VARYING WRK-GRP-IDX FROM 1 BY 1
                   UNTIL WRK-GRP-IDX > WRK-GRP-QTD
                       OR WRK-CTA-GRP(WRK-CTA-IDX) > 0
               IF WRK-GRP-CODIGO(WRK-GRP-IDX)
                       = WRK-CTA-GRUPO(WRK-CTA-IDX)
                   AND WRK-GRP-LADO(WRK-GRP-IDX)
                       = WRK-CTA-CLASSE(WRK-CTA-IDX)
                   MOVE WRK-GRP-IDX TO WRK-CTA-GRP(WRK-CTA-IDX)
                   MOVE 'B' TO WRK-CTA-SITUACAO(WRK-CTA-IDX)
               END-IF
           END-PERFORM.

      ******************************************************************
      * 0300-SOMA-SALDOS-FECHADOS - SALDOS DOS PERIODOS JA FECHADOS
      * PELO PROGCOB073, NAS DUAS COLUNAS.
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
                       PERFORM 0150-ACHA-CONTA
                       IF WRK-CTA-POS > 0
                           COMPUTE WRK-CTA-SALDO-ATU(WRK-CTA-POS) =
                               WRK-CTA-SALDO-ATU(WRK-CTA-POS)
                               + GB-DEBITOS - GB-CREDITOS
                           COMPUTE WRK-CTA-SALDO-ANT(WRK-CTA-POS) =
                               WRK-CTA-SALDO-ANT(WRK-CTA-POS)
                               + GB-DEBITOS - GB-CREDITOS
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE GL-BALANCES-FILE.
       0300-EXIT.
           EXIT.

      ******************************************************************
      * 0400-DESCONTA-ARQUIVO-MORTO - AS LINHAS ARQUIVADAS JA ESTAO NO
      * GLBALANCES; A QUE FOR POSTERIOR A DATA-BASE DE UMA COLUNA SAI
      * DELA. LINHA ANTIGA SEM DATA E ANTERIOR A TUDO E FICA.
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
                       PERFORM 0450-PREPARA-LINHA
                       IF WRK-CTA-POS > 0 AND LINHA-DATADA
                           IF WRK-COMP-LINHA > WRK-COMPETENCIA
                               SUBTRACT WRK-VALOR-LANC
                                   FROM WRK-CTA-SALDO-ATU(WRK-CTA-POS)
                           END-IF
                           IF WRK-COMP-LINHA > WRK-COMP-ANTERIOR
                               SUBTRACT WRK-VALOR-LANC
                                   FROM WRK-CTA-SALDO-ANT(WRK-CTA-POS)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE GL-ARCHIVE-FILE.
       0400-EXIT.
           EXIT.

      ******************************************************************
      * 0450-PREPARA-LINHA - VALOR DEVEDOR POSITIVO DA LINHA EM
      * GL-REGISTRO, A POSICAO DA CONTA E A COMPETENCIA DA DATA.
      ******************************************************************
       0450-PREPARA-LINHA SECTION.
           MOVE 0 TO WRK-CTA-POS.
           IF GL-TIPO NOT = 'C' AND GL-TIPO NOT = 'D'
               GO TO 0450-EXIT
           END-IF.

           MOVE 'N' TO WRK-DATADA.
           MOVE 0 TO WRK-COMP-LINHA.
           IF GL-DATA NUMERIC AND GL-DATA > 0
               MOVE 'S' TO WRK-DATADA
               MOVE GL-DATA(1:6) TO WRK-COMP-LINHA
           END-IF.

           IF GL-TIPO = 'D'
               MOVE GL-VALOR TO WRK-VALOR-LANC
           ELSE
               COMPUTE WRK-VALOR-LANC = 0 - GL-VALOR
           END-IF.

           MOVE GL-CONTA TO WRK-CONTA-BUSCA.
           PERFORM 0150-ACHA-CONTA.
       0450-EXIT.
           EXIT.

      ******************************************************************
      * 0500-SOMA-PERIODO-ABERTO - LINHAS AINDA NAO FECHADAS ATE A
      * DATA-BASE DE CADA COLUNA (LINHA SEM DATA ENTRA NAS DUAS).
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
                       PERFORM 0450-PREPARA-LINHA
                       IF WRK-CTA-POS > 0
                           IF WRK-COMP-LINHA NOT > WRK-COMPETENCIA
                               ADD WRK-VALOR-LANC
                                   TO WRK-CTA-SALDO-ATU(WRK-CTA-POS)
                           END-IF
                           IF WRK-COMP-LINHA NOT > WRK-COMP-ANTERIOR
                               ADD WRK-VALOR-LANC
                                   TO WRK-CTA-SALDO-ANT(WRK-CTA-POS)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE GL-TRANSACTION-FILE.
       0500-EXIT.
           EXIT.

      ******************************************************************
      * 0600-CABECALHO - TITULO E COLUNAS DO BALSHEETRPT.
      ******************************************************************
       0600-CABECALHO SECTION.
           MOVE SPACES TO BS-LINHA.
           STRING 'BALANCO PATRIMONIAL - FIM DE ' WRK-COMP-MES '/'
                  WRK-COMP-ANO ' COMPARADO COM O FIM DE '
                  WRK-ANT-MES '/' WRK-ANT-ANO
               DELIMITED BY SIZE INTO BS-LINHA
           END-STRING.
           WRITE BS-LINHA.
           MOVE SPACES TO BS-LINHA.
           WRITE BS-LINHA.
           STRING '                                         '
                  '          ' WRK-COMP-MES '/' WRK-COMP-ANO
                  '            ' WRK-ANT-MES '/' WRK-ANT-ANO
               DELIMITED BY SIZE INTO BS-LINHA
           END-STRING.
           WRITE BS-LINHA.
           MOVE ALL '-' TO BS-LINHA.
           WRITE BS-LINHA.

      ******************************************************************
      * 0700-IMPRIME-LADO - OS GRUPOS DO LADO WRK-LADO, CONTA A CONTA,
      * COM SUBTOTAL POR GRUPO E O TOTAL DO LADO. ATIVO SAI COM O
      * SALDO DEVEDOR POSITIVO; PASSIVO E PL COM O CREDOR POSITIVO. O
      * PL RECEBE O RESULTADO DO EXERCICIO.
      ******************************************************************
       0700-IMPRIME-LADO SECTION.
           IF WRK-LADO = 'A'
               MOVE 1 TO WRK-SINAL
               MOVE 'ATIVO' TO BS-LINHA
           ELSE
               MOVE -1 TO WRK-SINAL
               IF WRK-LADO = 'P'
                   MOVE 'PASSIVO' TO BS-LINHA
               ELSE
                   MOVE 'PATRIMONIO LIQUIDO' TO BS-LINHA
               END-IF
           END-IF.
           WRITE BS-LINHA.

           PERFORM VARYING WRK-GRP-IDX FROM 1 BY 1
                   UNTIL WRK-GRP-IDX > WRK-GRP-QTD
               IF WRK-GRP-LADO(WRK-GRP-IDX) = WRK-LADO
                   PERFORM 0720-IMPRIME-GRUPO
               END-IF
           END-PERFORM.

           IF WRK-LADO = 'L'
               PERFORM 0750-RESULTADO-EXERCICIO
           END-IF.

           MOVE SPACES TO WRK-ROTULO.
           EVALUATE WRK-LADO
               WHEN 'A'
                   MOVE 'TOTAL DO ATIVO' TO WRK-ROTULO
                   MOVE WRK-ATIVO-ATU TO WRK-VAL-ATU
                   MOVE WRK-ATIVO-ANT TO WRK-VAL-ANT
               WHEN 'P'
                   MOVE 'TOTAL DO PASSIVO' TO WRK-ROTULO
                   MOVE WRK-PASSIVO-ATU TO WRK-VAL-ATU
                   MOVE WRK-PASSIVO-ANT TO WRK-VAL-ANT
               WHEN OTHER
                   MOVE 'TOTAL DO PATRIMONIO LIQUIDO' TO WRK-ROTULO
                   MOVE WRK-PL-ATU TO WRK-VAL-ATU
                   MOVE WRK-PL-ANT TO WRK-VAL-ANT
           END-EVALUATE.
           PERFORM 0790-IMPRIME-VALORES.
           MOVE SPACES TO BS-LINHA.
           WRITE BS-LINHA.

      ******************************************************************
      * 0720-IMPRIME-GRUPO - CONTAS COM SALDO DO GRUPO WRK-GRP-IDX E O
      * SUBTOTAL, SOMADO NO TOTAL DO LADO.
      ******************************************************************
       0720-IMPRIME-GRUPO SECTION.
           MOVE SPACES TO WRK-ROTULO.
           STRING '  ' WRK-GRP-DESCRICAO(WRK-GRP-IDX)
               DELIMITED BY SIZE INTO WRK-ROTULO
           END-STRING.
           MOVE WRK-ROTULO TO BS-LINHA.
           WRITE BS-LINHA.

           PERFORM VARYING WRK-CTA-IDX FROM 1 BY 1
                   UNTIL WRK-CTA-IDX > WRK-CTA-QTD
               IF WRK-CTA-GRP(WRK-CTA-IDX) = WRK-GRP-IDX
                   AND WRK-CTA-SITUACAO(WRK-CTA-IDX) = 'B'
                   AND (WRK-CTA-SALDO-ATU(WRK-CTA-IDX) NOT = 0
                     OR WRK-CTA-SALDO-ANT(WRK-CTA-IDX) NOT = 0)
                   COMPUTE WRK-VAL-ATU =
                       WRK-CTA-SALDO-ATU(WRK-CTA-IDX) * WRK-SINAL
                   COMPUTE WRK-VAL-ANT =
                       WRK-CTA-SALDO-ANT(WRK-CTA-IDX) * WRK-SINAL
                   ADD WRK-VAL-ATU TO WRK-GRP-TOT-ATU(WRK-GRP-IDX)
                   ADD WRK-VAL-ANT TO WRK-GRP-TOT-ANT(WRK-GRP-IDX)
                   MOVE SPACES TO WRK-ROTULO
                   STRING '    ' WRK-CTA-CONTA(WRK-CTA-IDX) ' '
                          WRK-CTA-NOME(WRK-CTA-IDX)
                       DELIMITED BY SIZE INTO WRK-ROTULO
                   END-STRING
                   PERFORM 0790-IMPRIME-VALORES
               END-IF
           END-PERFORM.

           MOVE SPACES TO WRK-ROTULO.
           STRING '  TOTAL ' WRK-GRP-DESCRICAO(WRK-GRP-IDX)
               DELIMITED BY SIZE INTO WRK-ROTULO
           END-STRING.
           MOVE WRK-GRP-TOT-ATU(WRK-GRP-IDX) TO WRK-VAL-ATU.
           MOVE WRK-GRP-TOT-ANT(WRK-GRP-IDX) TO WRK-VAL-ANT.
           PERFORM 0790-IMPRIME-VALORES.

           EVALUATE WRK-LADO
               WHEN 'A'
                   ADD WRK-VAL-ATU TO WRK-ATIVO-ATU
                   ADD WRK-VAL-ANT TO WRK-ATIVO-ANT
               WHEN 'P'
                   ADD WRK-VAL-ATU TO WRK-PASSIVO-ATU
                   ADD WRK-VAL-ANT TO WRK-PASSIVO-ANT
               WHEN OTHER
                   ADD WRK-VAL-ATU TO WRK-PL-ATU
                   ADD WRK-VAL-ANT TO WRK-PL-ANT
           END-EVALUATE.

      ******************************************************************
      * 0750-RESULTADO-EXERCICIO - SALDO CREDOR DAS CONTAS DE RECEITA E
      * DESPESA AINDA NAO ENCERRADAS, DENTRO DO PL.
      ******************************************************************
       0750-RESULTADO-EXERCICIO SECTION.
           PERFORM VARYING WRK-CTA-IDX FROM 1 BY 1
                   UNTIL WRK-CTA-IDX > WRK-CTA-QTD
               IF WRK-CTA-SITUACAO(WRK-CTA-IDX) = 'R'
                   SUBTRACT WRK-CTA-SALDO-ATU(WRK-CTA-IDX)
                       FROM WRK-RESULT-ATU
                   SUBTRACT WRK-CTA-SALDO-ANT(WRK-CTA-IDX)
                       FROM WRK-RESULT-ANT
               END-IF
           END-PERFORM.

           MOVE '  RESULTADO DO EXERCICIO' TO WRK-ROTULO.
           MOVE WRK-RESULT-ATU TO WRK-VAL-ATU.
           MOVE WRK-RESULT-ANT TO WRK-VAL-ANT.
           PERFORM 0790-IMPRIME-VALORES.
           ADD WRK-RESULT-ATU TO WRK-PL-ATU.
           ADD WRK-RESULT-ANT TO WRK-PL-ANT.

      ******************************************************************
      * 0790-IMPRIME-VALORES - ROTULO E AS DUAS COLUNAS.
      ******************************************************************
       0790-IMPRIME-VALORES SECTION.
           MOVE WRK-VAL-ATU TO WRK-ED-ATU.
           MOVE WRK-VAL-ANT TO WRK-ED-ANT.
           MOVE SPACES TO BS-LINHA.
           STRING WRK-ROTULO ' ' WRK-ED-ATU ' ' WRK-ED-ANT
               DELIMITED BY SIZE INTO BS-LINHA
           END-STRING.
           WRITE BS-LINHA.

      ******************************************************************
      * 0800-PROVA - ATIVO CONTRA PASSIVO + PL (JA COM O RESULTADO).
      * DIFERENCA LISTA AS CONTAS NAO CLASSIFICADAS COM SALDO.
      ******************************************************************
       0800-PROVA SECTION.
           MOVE ALL '-' TO BS-LINHA.
           WRITE BS-LINHA.
           MOVE 'PASSIVO + PATRIMONIO LIQUIDO' TO WRK-ROTULO.
           COMPUTE WRK-VAL-ATU = WRK-PASSIVO-ATU + WRK-PL-ATU.
           COMPUTE WRK-VAL-ANT = WRK-PASSIVO-ANT + WRK-PL-ANT.
           PERFORM 0790-IMPRIME-VALORES.
           COMPUTE WRK-DIFER-ATU = WRK-ATIVO-ATU - WRK-VAL-ATU.
           COMPUTE WRK-DIFER-ANT = WRK-ATIVO-ANT - WRK-VAL-ANT.
           MOVE 'DIFERENCA (ATIVO - PASSIVO - PL)' TO WRK-ROTULO.
           MOVE WRK-DIFER-ATU TO WRK-VAL-ATU.
           MOVE WRK-DIFER-ANT TO WRK-VAL-ANT.
           PERFORM 0790-IMPRIME-VALORES.
           MOVE SPACES TO BS-LINHA.
           WRITE BS-LINHA.

           IF WRK-DIFER-ATU = 0 AND WRK-DIFER-ANT = 0
               WRITE BS-LINHA FROM
                   'PROVA: ATIVO = PASSIVO + PL + RESULTADO - OK'
               GO TO 0800-EXIT
           END-IF.

           WRITE BS-LINHA FROM
               'PROVA: BALANCO NAO FECHA - CONTAS NAO CLASSIFICADAS:'.
           PERFORM VARYING WRK-CTA-IDX FROM 1 BY 1
                   UNTIL WRK-CTA-IDX > WRK-CTA-QTD
               IF WRK-CTA-SITUACAO(WRK-CTA-IDX) = 'N'
                   AND (WRK-CTA-SALDO-ATU(WRK-CTA-IDX) NOT = 0
                     OR WRK-CTA-SALDO-ANT(WRK-CTA-IDX) NOT = 0)
                   ADD 1 TO WRK-QTDE-NAOCL
                   ADD WRK-CTA-SALDO-ATU(WRK-CTA-IDX) TO WRK-NAOCL-ATU
                   ADD WRK-CTA-SALDO-ANT(WRK-CTA-IDX) TO WRK-NAOCL-ANT
                   MOVE SPACES TO WRK-ROTULO
                   STRING '    ' WRK-CTA-CONTA(WRK-CTA-IDX) ' '
                          WRK-CTA-NOME(WRK-CTA-IDX)
                       DELIMITED BY SIZE INTO WRK-ROTULO
                   END-STRING
                   MOVE WRK-CTA-SALDO-ATU(WRK-CTA-IDX) TO WRK-VAL-ATU
                   MOVE WRK-CTA-SALDO-ANT(WRK-CTA-IDX) TO WRK-VAL-ANT
                   PERFORM 0790-IMPRIME-VALORES
                   MOVE SPACES TO BS-LINHA
                   STRING '         CLASSE "'
                          WRK-CTA-CLASSE(WRK-CTA-IDX)
                          '" GRUPO "' WRK-CTA-GRUPO(WRK-CTA-IDX)
                          '" (SALDO DEVEDOR POSITIVO)'
                       DELIMITED BY SIZE INTO BS-LINHA
                   END-STRING
                   WRITE BS-LINHA
               END-IF
           END-PERFORM.
           IF WRK-QTDE-NAOCL = 0
               WRITE BS-LINHA FROM
                   '    NENHUMA - CONFIRA OS SALDOS DO GLBALANCES'
           END-IF.
       0800-EXIT.
           EXIT.

       END PROGRAM PROGCOB150.
