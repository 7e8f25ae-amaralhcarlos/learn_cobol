       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB149.
      ******************************************************************
      *AUTHOR: CARLOS AMARAL
      *DATE: 15/10/2026
      *PURPOSE: ORCADO X REALIZADO DO RAZAO (GLBUDRPT). PARA A
      *         COMPETENCIA INFORMADA (AAAAMM), POE O ORCADO DO GLBUDGET
      *         (PROGCOB148) AO LADO DO REALIZADO DE GLTRANSARC E
      *         GLTRANSACTIONS, NO MES E NO ACUMULADO DO ANO, COM A
      *         VARIACAO EM VALOR E EM PERCENTUAL SOBRE O ORCADO. A
      *         NATUREZA DE CADA CONTA VEM DA LINHA DO DRELAYOUT ONDE
      *         ELA CAI (CONTA FORA DO LAYOUT NAO E DE RESULTADO E FICA
      *         DE FORA). A LINHA QUE PASSA DA TOLERANCIA INFORMADA NO
      *         LADO RUIM - DESPESA ACIMA DO ORCADO, RECEITA ABAIXO -
      *         SAI MARCADA COM '*' NO PERCENTUAL E A SITUACAO NO FIM.
      *         DESPESA REALIZADA SEM ORCAMENTO TAMBEM E MARCADA.
      *         DUAS VISOES: 1 = POR CENTRO DE CUSTO (GL-CCUSTO), CONTA
      *         A CONTA, COM RECEITAS E DESPESAS DE CADA CENTRO; 2 = NAS
      *         LINHAS DO DRELAYOUT, NA MESMA ESTRUTURA DA DRE DO
      *         PROGCOB074. AS DUAS PODEM SER RESTRITAS A UM CENTRO DE
      *         CUSTO.
      *MODIFICATION HISTORY:
      * 15/10/2026 - PLANO DE CONTAS LIDO PELA COPY GLACCT-REC (CLASSE E
      *              GRUPO DO BALANCO NO FIM DA LINHA).
      * 15/10/2026 - LANCAMENTO DE ENCERRAMENTO DO EXERCICIO
      *              (PROGCOB152) FICA DE FORA.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-BUDGET-FILE ASSIGN TO 'GLBUDGET'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-ORCTO-STATUS.

           SELECT DRE-LAYOUT-FILE ASSIGN TO 'DRELAYOUT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-LAYOUT-STATUS.

           SELECT GL-ACCOUNTS-FILE ASSIGN TO 'GLACCOUNTS'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-PLANO-STATUS.

           SELECT COST-CENTER-FILE ASSIGN TO 'COSTCENTERS'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-CC-STATUS.

           SELECT GL-TRANSACTION-FILE ASSIGN TO 'GLTRANSACTIONS'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-GL-STATUS.

           SELECT GL-ARCHIVE-FILE ASSIGN TO 'GLTRANSARC'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-ARC-STATUS.

           SELECT BUDGET-REPORT-FILE ASSIGN TO 'GLBUDRPT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-BUDGET-FILE.
           COPY 'GLBUDGET-REC.cob'.

       FD  DRE-LAYOUT-FILE.
       01  DL-REGISTRO.
           02  DL-LINHA-NUM    PIC 9(02).
           02  DL-DESCRICAO    PIC X(30).
           02  DL-CONTA-DE     PIC 9(04).
           02  DL-CONTA-ATE    PIC 9(04).
           02  DL-NATUREZA     PIC X(01).

       FD  GL-ACCOUNTS-FILE.
           COPY 'GLACCT-REC.cob'.

       FD  COST-CENTER-FILE.
       01  CC-REGISTRO.
           02  CC-DEPTO        PIC X(20).
           02  CC-CODIGO       PIC X(04).

       FD  GL-TRANSACTION-FILE.
           COPY 'GLTXN-REC.cob'.

       FD  GL-ARCHIVE-FILE.
       01  GX-REGISTRO.
           02  GX-CONTA        PIC 9(04).
           02  GX-TIPO         PIC X(01).
           02  GX-VALOR        PIC 9(08)V99.
           02  GX-DATA         PIC 9(08).
           02  GX-OPERADOR     PIC X(10).
           02  GX-CCUSTO       PIC X(04).

       FD  BUDGET-REPORT-FILE.
       01  BR-LINHA                PIC X(150).

       WORKING-STORAGE SECTION.
           COPY 'FILUTIL-PARM.cob'.

       77  WRK-ORCTO-STATUS    PIC X(02)       VALUE SPACES.
       77  WRK-ORCTO-EOF       PIC X(01)       VALUE 'N'.
           88  ORCTO-ACABOU                    VALUE 'S'.
       77  WRK-LAYOUT-STATUS   PIC X(02)       VALUE SPACES.
       77  WRK-LAYOUT-EOF      PIC X(01)       VALUE 'N'.
           88  LAYOUT-ACABOU                   VALUE 'S'.
       77  WRK-PLANO-STATUS    PIC X(02)       VALUE SPACES.
       77  WRK-PLANO-EOF       PIC X(01)       VALUE 'N'.
           88  PLANO-ACABOU                    VALUE 'S'.
       77  WRK-CC-STATUS       PIC X(02)       VALUE SPACES.
       77  WRK-CC-EOF          PIC X(01)       VALUE 'N'.
           88  CC-ACABOU                       VALUE 'S'.
       77  WRK-GL-STATUS       PIC X(02)       VALUE SPACES.
       77  WRK-GL-EOF          PIC X(01)       VALUE 'N'.
           88  GL-ACABOU                       VALUE 'S'.
       77  WRK-ARC-STATUS      PIC X(02)       VALUE SPACES.
       77  WRK-ARC-EOF         PIC X(01)       VALUE 'N'.
           88  ARC-ACABOU                      VALUE 'S'.
       77  WRK-REPORT-STATUS   PIC X(02)       VALUE SPACES.

      ******************************************************************
      * PARAMETROS DA RODADA.
      ******************************************************************
       01  WRK-COMPETENCIA.
           02  WRK-COMP-ANO    PIC 9(04)       VALUE ZEROES.
           02  WRK-COMP-MES    PIC 9(02)       VALUE ZEROES.
       77  WRK-VISAO           PIC 9(01)       VALUE ZEROES.
           88  VISAO-CCUSTO                    VALUE 1.
           88  VISAO-DRE                       VALUE 2.
       77  WRK-CCUSTO-FILTRO   PIC X(04)       VALUE SPACES.
       77  WRK-TOLERANCIA      PIC 9(03)V99    VALUE ZEROES.
       01  WRK-DATA-LINHA.
           02  WRK-DL-ANO      PIC 9(04).
           02  WRK-DL-MES      PIC 9(02).
           02  WRK-DL-DIA      PIC 9(02).

      ******************************************************************
      * LINHAS DO DRELAYOUT, COM ORCADO E REALIZADO DA VISAO 2.
      ******************************************************************
       77  WRK-DRE-QTD         PIC 9(02)       VALUE ZEROES.
       77  WRK-DRE-IDX         PIC 9(02)       VALUE ZEROES.
       77  WRK-DRE-POS         PIC 9(02)       VALUE ZEROES.
       01  WRK-TAB-DRE.
           02  WRK-DRE-LINHA   OCCURS 50 TIMES.
               03  WRK-DRE-DESCRICAO   PIC X(30).
               03  WRK-DRE-CONTA-DE    PIC 9(04).
               03  WRK-DRE-CONTA-ATE   PIC 9(04).
               03  WRK-DRE-NATUREZA    PIC X(01).
               03  WRK-DRE-ORC-MES     PIC S9(11)V99.
               03  WRK-DRE-REA-MES     PIC S9(11)V99.
               03  WRK-DRE-ORC-ANO     PIC S9(11)V99.
               03  WRK-DRE-REA-ANO     PIC S9(11)V99.

      ******************************************************************
      * NOMES DAS CONTAS (GLACCOUNTS) E DOS CENTROS DE CUSTO.
      ******************************************************************
       77  WRK-PLN-QTD         PIC 9(03)       VALUE ZEROES.
       77  WRK-PLN-IDX         PIC 9(03)       VALUE ZEROES.
       01  WRK-TAB-PLANO.
           02  WRK-PLN-LINHA   OCCURS 200 TIMES.
               03  WRK-PLN-CONTA       PIC 9(04).
               03  WRK-PLN-NOME        PIC X(30).
       77  WRK-CCU-QTD         PIC 9(02)       VALUE ZEROES.
       77  WRK-CCU-IDX         PIC 9(02)       VALUE ZEROES.
       01  WRK-TAB-CCUSTOS.
           02  WRK-CCU-LINHA   OCCURS 50 TIMES.
               03  WRK-CCU-CODIGO      PIC X(04).
               03  WRK-CCU-DEPTO       PIC X(20).
       77  WRK-NOME-CONTA      PIC X(30)       VALUE SPACES.
       77  WRK-NOME-CCUSTO     PIC X(20)       VALUE SPACES.

      ******************************************************************
      * LINHAS CENTRO DE CUSTO + CONTA, MANTIDAS EM ORDEM DE CHAVE
      * (INCLUSAO NO LUGAR CERTO), COM ORCADO E REALIZADO DO MES E DO
      * ANO NA NATUREZA DA LINHA DO DRELAYOUT.
      ******************************************************************
       77  WRK-LIN-QTD         PIC 9(04)       VALUE ZEROES.
       77  WRK-LIN-IDX         PIC 9(04)       VALUE ZEROES.
       77  WRK-LIN-POS         PIC 9(04)       VALUE ZEROES.
       77  WRK-LIN-DEST        PIC 9(04)       VALUE ZEROES.
       77  WRK-LIN-ESTOURO     PIC 9(05)       VALUE ZEROES.
       01  WRK-CHAVE.
           02  WRK-CHAVE-CCUSTO    PIC X(04).
           02  WRK-CHAVE-CONTA     PIC 9(04).
       01  WRK-TAB-LINHAS.
           02  WRK-LIN         OCCURS 2000 TIMES.
               03  WRK-LIN-CHAVE.
                   04  WRK-LIN-CCUSTO      PIC X(04).
                   04  WRK-LIN-CONTA       PIC 9(04).
               03  WRK-LIN-DRE         PIC 9(02).
               03  WRK-LIN-ORC-MES     PIC S9(11)V99.
               03  WRK-LIN-REA-MES     PIC S9(11)V99.
               03  WRK-LIN-ORC-ANO     PIC S9(11)V99.
               03  WRK-LIN-REA-ANO     PIC S9(11)V99.

       77  WRK-VALOR-LANC      PIC S9(11)V99   VALUE ZEROES.
       77  WRK-QTDE-FORA       PIC 9(05)       VALUE ZEROES.
       77  WRK-QTDE-SEM-LUGAR  PIC 9(05)       VALUE ZEROES.

      ******************************************************************
      * TOTAIS DE RECEITA E DESPESA (POR CENTRO NA VISAO 1 E GERAIS).
      ******************************************************************
       01  WRK-TOT-CENTRO.
           02  WRK-TCR-ORC-MES     PIC S9(11)V99.
           02  WRK-TCR-REA-MES     PIC S9(11)V99.
           02  WRK-TCR-ORC-ANO     PIC S9(11)V99.
           02  WRK-TCR-REA-ANO     PIC S9(11)V99.
           02  WRK-TCD-ORC-MES     PIC S9(11)V99.
           02  WRK-TCD-REA-MES     PIC S9(11)V99.
           02  WRK-TCD-ORC-ANO     PIC S9(11)V99.
           02  WRK-TCD-REA-ANO     PIC S9(11)V99.
       01  WRK-TOT-GERAL.
           02  WRK-TGR-ORC-MES     PIC S9(11)V99.
           02  WRK-TGR-REA-MES     PIC S9(11)V99.
           02  WRK-TGR-ORC-ANO     PIC S9(11)V99.
           02  WRK-TGR-REA-ANO     PIC S9(11)V99.
           02  WRK-TGD-ORC-MES     PIC S9(11)V99.
           02  WRK-TGD-REA-MES     PIC S9(11)V99.
           02  WRK-TGD-ORC-ANO     PIC S9(11)V99.
           02  WRK-TGD-REA-ANO     PIC S9(11)V99.
       77  WRK-CCUSTO-ATUAL    PIC X(04)       VALUE SPACES.

      ******************************************************************
      * LINHA A IMPRIMIR (0800-IMPRIME-VALORES).
      ******************************************************************
       77  WRK-PR-ROTULO       PIC X(25)       VALUE SPACES.
       77  WRK-PR-NATUREZA     PIC X(01)       VALUE SPACES.
       77  WRK-PR-ORC-MES      PIC S9(11)V99   VALUE ZEROES.
       77  WRK-PR-REA-MES      PIC S9(11)V99   VALUE ZEROES.
       77  WRK-PR-ORC-ANO      PIC S9(11)V99   VALUE ZEROES.
       77  WRK-PR-REA-ANO      PIC S9(11)V99   VALUE ZEROES.
       77  WRK-PR-ORC          PIC S9(11)V99   VALUE ZEROES.
       77  WRK-PR-VAR          PIC S9(11)V99   VALUE ZEROES.
       77  WRK-PR-PERC         PIC S9(04)V9    VALUE ZEROES.
       77  WRK-PR-MARCA        PIC X(01)       VALUE SPACES.
       77  WRK-PR-PERC-X       PIC X(07)       VALUE SPACES.
       77  WRK-PR-ESTOUROU     PIC X(01)       VALUE 'N'.
       77  WRK-VAR-MES         PIC S9(11)V99   VALUE ZEROES.
       77  WRK-VAR-ANO         PIC S9(11)V99   VALUE ZEROES.
       77  WRK-PERC-MES-X      PIC X(07)       VALUE SPACES.
       77  WRK-PERC-ANO-X      PIC X(07)       VALUE SPACES.
       77  WRK-MARCA-MES       PIC X(01)       VALUE SPACES.
       77  WRK-MARCA-ANO       PIC X(01)       VALUE SPACES.
       77  WRK-SITUACAO        PIC X(07)       VALUE SPACES.
       77  WRK-ED-ORC-MES      PIC -ZZ.ZZZ.ZZ9,99 VALUE ZEROES.
       77  WRK-ED-REA-MES      PIC -ZZ.ZZZ.ZZ9,99 VALUE ZEROES.
       77  WRK-ED-VAR-MES      PIC -ZZ.ZZZ.ZZ9,99 VALUE ZEROES.
       77  WRK-ED-ORC-ANO      PIC -ZZ.ZZZ.ZZ9,99 VALUE ZEROES.
       77  WRK-ED-REA-ANO      PIC -ZZ.ZZZ.ZZ9,99 VALUE ZEROES.
       77  WRK-ED-VAR-ANO      PIC -ZZ.ZZZ.ZZ9,99 VALUE ZEROES.
       77  WRK-ED-PERC         PIC -ZZZ9,9     VALUE ZEROES.
       77  WRK-ED-TOLER        PIC ZZ9,99      VALUE ZEROES.

       PROCEDURE DIVISION.

           DISPLAY 'COMPETENCIA (AAAAMM): '.
           ACCEPT WRK-COMPETENCIA.
           IF WRK-COMP-MES < 1 OR WRK-COMP-MES > 12
               DISPLAY 'COMPETENCIA INVALIDA'
               STOP RUN
           END-IF.
           DISPLAY 'VISAO (1 = CENTRO DE CUSTO, 2 = LINHAS DA DRE): '.
           ACCEPT WRK-VISAO.
           IF NOT VISAO-CCUSTO AND NOT VISAO-DRE
               MOVE 1 TO WRK-VISAO
           END-IF.
           DISPLAY 'CENTRO DE CUSTO (BRANCO = TODOS): '.
           ACCEPT WRK-CCUSTO-FILTRO.
           DISPLAY 'TOLERANCIA EM % (0 = 10%): '.
           ACCEPT WRK-TOLERANCIA.
           IF WRK-TOLERANCIA = 0
               MOVE 10 TO WRK-TOLERANCIA
           END-IF.

           PERFORM 0100-CARREGA-LAYOUT.
           IF WRK-DRE-QTD = 0
               DISPLAY 'DRELAYOUT VAZIO OU AUSENTE - RELATORIO NAO '
                       'GERADO'
               STOP RUN
           END-IF.
           PERFORM 0150-CARREGA-PLANO.
           PERFORM 0170-CARREGA-CCUSTOS.

           PERFORM 0200-ACUMULA-ORCADO.
           PERFORM 0300-ACUMULA-ARQUIVO-MORTO.
           PERFORM 0350-ACUMULA-PERIODO-ABERTO.

           OPEN OUTPUT BUDGET-REPORT-FILE.
           PERFORM 0500-CABECALHO.
           IF VISAO-CCUSTO
               PERFORM 0600-IMPRIME-CENTROS
           ELSE
               PERFORM 0700-IMPRIME-DRE
           END-IF.
           CLOSE BUDGET-REPORT-FILE.

           IF WRK-QTDE-FORA > 0
               DISPLAY WRK-QTDE-FORA ' LINHAS DE ORCAMENTO EM CONTA '
                       'FORA DO DRELAYOUT (IGNORADAS)'
           END-IF.
           IF WRK-QTDE-SEM-LUGAR > 0
               DISPLAY WRK-QTDE-SEM-LUGAR ' LANCAMENTOS SEM LUGAR NA '
                       'TABELA (MAIS DE 2000 CONTAS/CENTROS)'
           END-IF.
           DISPLAY 'ORCADO X REALIZADO DE ' WRK-COMPETENCIA
                   ' EM GLBUDRPT - LINHAS ACIMA DA TOLERANCIA: '
                   WRK-LIN-ESTOURO.

           STOP RUN.

      ******************************************************************
      * 0100-CARREGA-LAYOUT - LINHAS DO DEMONSTRATIVO, NA ORDEM.
      ******************************************************************
       0100-CARREGA-LAYOUT SECTION.
           OPEN INPUT DRE-LAYOUT-FILE.
           IF WRK-LAYOUT-STATUS NOT = '00'
               GO TO 0100-EXIT
           END-IF.

           PERFORM UNTIL LAYOUT-ACABOU
               READ DRE-LAYOUT-FILE
                   AT END
                       MOVE 'S' TO WRK-LAYOUT-EOF
                   NOT AT END
                       IF WRK-DRE-QTD < 50
                           ADD 1 TO WRK-DRE-QTD
                           MOVE DL-DESCRICAO
                               TO WRK-DRE-DESCRICAO(WRK-DRE-QTD)
                           MOVE DL-CONTA-DE
                               TO WRK-DRE-CONTA-DE(WRK-DRE-QTD)
                           MOVE DL-CONTA-ATE
                               TO WRK-DRE-CONTA-ATE(WRK-DRE-QTD)
                           MOVE DL-NATUREZA
                               TO WRK-DRE-NATUREZA(WRK-DRE-QTD)
                           MOVE 0 TO WRK-DRE-ORC-MES(WRK-DRE-QTD)
                           MOVE 0 TO WRK-DRE-REA-MES(WRK-DRE-QTD)
                           MOVE 0 TO WRK-DRE-ORC-ANO(WRK-DRE-QTD)
                           MOVE 0 TO WRK-DRE-REA-ANO(WRK-DRE-QTD)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE DRE-LAYOUT-FILE.
       0100-EXIT.
           EXIT.

      ******************************************************************
      * 0150-CARREGA-PLANO - CONTAS E NOMES DO GLACCOUNTS.
      ******************************************************************
       0150-CARREGA-PLANO SECTION.
           OPEN INPUT GL-ACCOUNTS-FILE.
           IF WRK-PLANO-STATUS NOT = '00'
               GO TO 0150-EXIT
           END-IF.

           PERFORM UNTIL PLANO-ACABOU
               READ GL-ACCOUNTS-FILE
                   AT END
                       MOVE 'S' TO WRK-PLANO-EOF
                   NOT AT END
                       IF WRK-PLN-QTD < 200
                           ADD 1 TO WRK-PLN-QTD
                           MOVE GA-CONTA TO WRK-PLN-CONTA(WRK-PLN-QTD)
                           MOVE GA-NOME  TO WRK-PLN-NOME(WRK-PLN-QTD)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE GL-ACCOUNTS-FILE.
       0150-EXIT.
           EXIT.

      ******************************************************************
      * 0170-CARREGA-CCUSTOS - CODIGOS DO COSTCENTERS COM O PRIMEIRO
      * DEPARTAMENTO DE CADA UM, PARA O TITULO DO CENTRO.
      ******************************************************************
       0170-CARREGA-CCUSTOS SECTION.
           OPEN INPUT COST-CENTER-FILE.
           IF WRK-CC-STATUS NOT = '00'
               GO TO 0170-EXIT
           END-IF.

           PERFORM UNTIL CC-ACABOU
               READ COST-CENTER-FILE
                   AT END
                       MOVE 'S' TO WRK-CC-EOF
                   NOT AT END
                       MOVE CC-CODIGO TO WRK-CCUSTO-ATUAL
                       PERFORM 0470-NOME-CCUSTO
                       IF WRK-NOME-CCUSTO = SPACES AND WRK-CCU-QTD < 50
                           ADD 1 TO WRK-CCU-QTD
                           MOVE CC-CODIGO TO WRK-CCU-CODIGO(WRK-CCU-QTD)
                           MOVE CC-DEPTO  TO WRK-CCU-DEPTO(WRK-CCU-QTD)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE COST-CENTER-FILE.
       0170-EXIT.
           EXIT.

      ******************************************************************
      * 0200-ACUMULA-ORCADO - ORCADO DO ANO ATE O MES DA COMPETENCIA.
      ******************************************************************
       0200-ACUMULA-ORCADO SECTION.
           OPEN INPUT GL-BUDGET-FILE.
           IF WRK-ORCTO-STATUS NOT = '00'
               DISPLAY 'GLBUDGET NAO ENCONTRADO - ORCADO ZERADO'
               GO TO 0200-EXIT
           END-IF.

           PERFORM UNTIL ORCTO-ACABOU
               READ GL-BUDGET-FILE
                   AT END
                       MOVE 'S' TO WRK-ORCTO-EOF
                   NOT AT END
                       PERFORM 0250-ACUMULA-LINHA-ORCADA
               END-READ
           END-PERFORM.

           CLOSE GL-BUDGET-FILE.
       0200-EXIT.
           EXIT.

      ******************************************************************
      * 0250-ACUMULA-LINHA-ORCADA - UMA LINHA DO GLBUDGET.
      ******************************************************************
       0250-ACUMULA-LINHA-ORCADA SECTION.
           IF GO-ANO NOT = WRK-COMP-ANO OR GO-MES > WRK-COMP-MES
               GO TO 0250-EXIT
           END-IF.
           IF WRK-CCUSTO-FILTRO NOT = SPACES
               AND GO-CCUSTO NOT = WRK-CCUSTO-FILTRO
               GO TO 0250-EXIT
           END-IF.

           MOVE GO-CONTA TO WRK-CHAVE-CONTA.
           PERFORM 0400-ACHA-LINHA-DRE.
           IF WRK-DRE-POS = 0
               ADD 1 TO WRK-QTDE-FORA
               GO TO 0250-EXIT
           END-IF.

           MOVE GO-CCUSTO TO WRK-CHAVE-CCUSTO.
           PERFORM 0450-ACHA-LINHA.
           IF WRK-LIN-POS = 0
               ADD 1 TO WRK-QTDE-SEM-LUGAR
               GO TO 0250-EXIT
           END-IF.

           ADD GO-VALOR TO WRK-LIN-ORC-ANO(WRK-LIN-POS).
           IF GO-MES = WRK-COMP-MES
               ADD GO-VALOR TO WRK-LIN-ORC-MES(WRK-LIN-POS)
           END-IF.
       0250-EXIT.
           EXIT.

      ******************************************************************
      * 0300-ACUMULA-ARQUIVO-MORTO - REALIZADO DOS PERIODOS FECHADOS.
      ******************************************************************
       0300-ACUMULA-ARQUIVO-MORTO SECTION.
           OPEN INPUT GL-ARCHIVE-FILE.
           IF WRK-ARC-STATUS NOT = '00'
               GO TO 0300-EXIT
           END-IF.

           PERFORM UNTIL ARC-ACABOU
               READ GL-ARCHIVE-FILE
                   AT END
                       MOVE 'S' TO WRK-ARC-EOF
                   NOT AT END
                       MOVE GX-REGISTRO TO GL-REGISTRO
                       PERFORM 0380-ACUMULA-LANCAMENTO
               END-READ
           END-PERFORM.

           CLOSE GL-ARCHIVE-FILE.
       0300-EXIT.
           EXIT.

      ******************************************************************
      * 0350-ACUMULA-PERIODO-ABERTO - REALIZADO DO GLTRANSACTIONS.
      ******************************************************************
       0350-ACUMULA-PERIODO-ABERTO SECTION.
           OPEN INPUT GL-TRANSACTION-FILE.
           IF WRK-GL-STATUS NOT = '00'
               GO TO 0350-EXIT
           END-IF.

           PERFORM UNTIL GL-ACABOU
               READ GL-TRANSACTION-FILE
                   AT END
                       MOVE 'S' TO WRK-GL-EOF
                   NOT AT END
                       PERFORM 0380-ACUMULA-LANCAMENTO
               END-READ
           END-PERFORM.

           CLOSE GL-TRANSACTION-FILE.
       0350-EXIT.
           EXIT.

      ******************************************************************
      * 0380-ACUMULA-LANCAMENTO - UMA PERNA DO RAZAO DO ANO ATE A
      * COMPETENCIA, NA NATUREZA DA LINHA DO DRELAYOUT (COMO O
      * PROGCOB074). LINHA SEM GL-DATA NAO TEM COMO SER DATADA.
      * O LANCAMENTO DE ENCERRAMENTO DO EXERCICIO (PROGCOB152) FICA
      * DE FORA: ELE SO ZERA AS CONTAS DE RESULTADO NA VIRADA.
      ******************************************************************
       0380-ACUMULA-LANCAMENTO SECTION.
           IF GL-DATA NOT NUMERIC OR GL-DATA = 0
               GO TO 0380-EXIT
           END-IF.
           IF GL-OPERADOR = 'PROGCOB152'
               GO TO 0380-EXIT
           END-IF.
           MOVE GL-DATA TO WRK-DATA-LINHA.
           IF WRK-DL-ANO NOT = WRK-COMP-ANO
               OR WRK-DL-MES > WRK-COMP-MES
               GO TO 0380-EXIT
           END-IF.
           IF GL-TIPO NOT = 'C' AND GL-TIPO NOT = 'D'
               GO TO 0380-EXIT
           END-IF.
           IF WRK-CCUSTO-FILTRO NOT = SPACES
               AND GL-CCUSTO NOT = WRK-CCUSTO-FILTRO
               GO TO 0380-EXIT
           END-IF.

           MOVE GL-CONTA TO WRK-CHAVE-CONTA.
           PERFORM 0400-ACHA-LINHA-DRE.
           IF WRK-DRE-POS = 0
               GO TO 0380-EXIT
           END-IF.

           MOVE GL-CCUSTO TO WRK-CHAVE-CCUSTO.
           PERFORM 0450-ACHA-LINHA.
           IF WRK-LIN-POS = 0
               ADD 1 TO WRK-QTDE-SEM-LUGAR
               GO TO 0380-EXIT
           END-IF.

           IF GL-TIPO = WRK-DRE-NATUREZA(WRK-DRE-POS)
               MOVE GL-VALOR TO WRK-VALOR-LANC
           ELSE
               COMPUTE WRK-VALOR-LANC = 0 - GL-VALOR
           END-IF.
           ADD WRK-VALOR-LANC TO WRK-LIN-REA-ANO(WRK-LIN-POS).
           IF WRK-DL-MES = WRK-COMP-MES
               ADD WRK-VALOR-LANC TO WRK-LIN-REA-MES(WRK-LIN-POS)
           END-IF.
       0380-EXIT.
           EXIT.

      ******************************************************************
      * 0400-ACHA-LINHA-DRE - LINHA DO DRELAYOUT (NAO SUBTOTAL) CUJA
      * FAIXA CONTEM WRK-CHAVE-CONTA; 0 = CONTA FORA DO RESULTADO.
      ******************************************************************
       0400-ACHA-LINHA-DRE SECTION.
           MOVE 0 TO WRK-DRE-POS.
           PERFORM VARYING WRK-DRE-IDX FROM 1 BY 1
                   UNTIL WRK-DRE-IDX > WRK-DRE-QTD
                       OR WRK-DRE-POS > 0
               IF WRK-DRE-NATUREZA(WRK-DRE-IDX) NOT = 'S'
                   AND WRK-CHAVE-CONTA >= WRK-DRE-CONTA-DE(WRK-DRE-IDX)
                   AND WRK-CHAVE-CONTA <= WRK-DRE-CONTA-ATE(WRK-DRE-IDX)
                   MOVE WRK-DRE-IDX TO WRK-DRE-POS
               END-IF
           END-PERFORM.

      ******************************************************************
      * 0450-ACHA-LINHA - POSICAO DA CHAVE CENTRO + CONTA NA TABELA.
      * CHAVE NOVA ENTRA NO LUGAR DA ORDEM, EMPURRANDO AS SEGUINTES;
      * TABELA CHEIA DEVOLVE 0.
      ******************************************************************
       0450-ACHA-LINHA SECTION.
           MOVE 0 TO WRK-LIN-POS.
           PERFORM VARYING WRK-LIN-IDX FROM 1 BY 1
                   UNTIL WRK-LIN-IDX > WRK-LIN-QTD
                       OR WRK-LIN-POS > 0
               IF WRK-LIN-CHAVE(WRK-LIN-IDX) NOT < WRK-CHAVE
                   MOVE WRK-LIN-IDX TO WRK-LIN-POS
               END-IF
           END-PERFORM.

           IF WRK-LIN-POS > 0
               IF WRK-LIN-CHAVE(WRK-LIN-POS) = WRK-CHAVE
                   GO TO 0450-EXIT
               END-IF
           ELSE
               COMPUTE WRK-LIN-POS = WRK-LIN-QTD + 1
           END-IF.

           IF WRK-LIN-QTD >= 2000
               MOVE 0 TO WRK-LIN-POS
               GO TO 0450-EXIT
           END-IF.

           PERFORM VARYING WRK-LIN-IDX FROM WRK-LIN-QTD BY -1
                   UNTIL WRK-LIN-IDX < WRK-LIN-POS
               COMPUTE WRK-LIN-DEST = WRK-LIN-IDX + 1
               MOVE WRK-LIN(WRK-LIN-IDX) TO WRK-LIN(WRK-LIN-DEST)
           END-PERFORM.
           ADD 1 TO WRK-LIN-QTD.

           MOVE WRK-CHAVE   TO WRK-LIN-CHAVE(WRK-LIN-POS).
           MOVE WRK-DRE-POS TO WRK-LIN-DRE(WRK-LIN-POS).
           MOVE 0 TO WRK-LIN-ORC-MES(WRK-LIN-POS).
           MOVE 0 TO WRK-LIN-REA-MES(WRK-LIN-POS).
           MOVE 0 TO WRK-LIN-ORC-ANO(WRK-LIN-POS).
           MOVE 0 TO WRK-LIN-REA-ANO(WRK-LIN-POS).
       0450-EXIT.
           EXIT.

      ******************************************************************
      * 0470-NOME-CCUSTO - DEPARTAMENTO DO CODIGO WRK-CCUSTO-ATUAL NO
      * COSTCENTERS (BRANCO = NAO ACHOU).
      ******************************************************************
       0470-NOME-CCUSTO SECTION.
           MOVE SPACES TO WRK-NOME-CCUSTO.
           PERFORM VARYING WRK-CCU-IDX FROM 1 BY 1
                   UNTIL WRK-CCU-IDX > WRK-CCU-QTD
                       OR WRK-NOME-CCUSTO NOT = SPACES
               IF WRK-CCU-CODIGO(WRK-CCU-IDX) = WRK-CCUSTO-ATUAL
                   MOVE WRK-CCU-DEPTO(WRK-CCU-IDX) TO WRK-NOME-CCUSTO
               END-IF
           END-PERFORM.

      ******************************************************************
      * 0480-NOME-CONTA - NOME DA CONTA WRK-CHAVE-CONTA NO PLANO.
      ******************************************************************
       0480-NOME-CONTA SECTION.
           MOVE SPACES TO WRK-NOME-CONTA.
           PERFORM VARYING WRK-PLN-IDX FROM 1 BY 1
                   UNTIL WRK-PLN-IDX > WRK-PLN-QTD
                       OR WRK-NOME-CONTA NOT = SPACES
               IF WRK-PLN-CONTA(WRK-PLN-IDX) = WRK-CHAVE-CONTA
                   MOVE WRK-PLN-NOME(WRK-PLN-IDX) TO WRK-NOME-CONTA
               END-IF
           END-PERFORM.

      ******************************************************************
      * 0500-CABECALHO - TITULO E COLUNAS DO GLBUDRPT.
      ******************************************************************
       0500-CABECALHO SECTION.
           MOVE WRK-TOLERANCIA TO WRK-ED-TOLER.
           MOVE SPACES TO BR-LINHA.
           IF VISAO-CCUSTO
               STRING 'ORCADO X REALIZADO DO RAZAO - COMPETENCIA '
                      WRK-COMP-MES '/' WRK-COMP-ANO
                      ' - POR CENTRO DE CUSTO - TOLERANCIA '
                      WRK-ED-TOLER '%'
                   DELIMITED BY SIZE INTO BR-LINHA
               END-STRING
           ELSE
               STRING 'ORCADO X REALIZADO DO RAZAO - COMPETENCIA '
                      WRK-COMP-MES '/' WRK-COMP-ANO
                      ' - LINHAS DA DRE - TOLERANCIA '
                      WRK-ED-TOLER '%'
                   DELIMITED BY SIZE INTO BR-LINHA
               END-STRING
           END-IF.
           WRITE BR-LINHA.
           IF WRK-CCUSTO-FILTRO NOT = SPACES
               MOVE SPACES TO BR-LINHA
               STRING 'SOMENTE O CENTRO DE CUSTO ' WRK-CCUSTO-FILTRO
                   DELIMITED BY SIZE INTO BR-LINHA
               END-STRING
               WRITE BR-LINHA
           END-IF.
           MOVE SPACES TO BR-LINHA.
           WRITE BR-LINHA.
           STRING '                          '
                  '---------------------------- MES -----------------'
                  '--- ------------------ ACUMULADO DO ANO ----------'
                  '----------'
               DELIMITED BY SIZE INTO BR-LINHA
           END-STRING.
           WRITE BR-LINHA.
           MOVE SPACES TO BR-LINHA.
           STRING '                                  ORCADO      REALI'
                  'ZADO       VARIACAO  VAR %          ORCADO      REA'
                  'LIZADO       VARIACAO  VAR %  SITUACAO'
               DELIMITED BY SIZE INTO BR-LINHA
           END-STRING.
           WRITE BR-LINHA.
           MOVE ALL '-' TO BR-LINHA.
           WRITE BR-LINHA.

      ******************************************************************
      * 0600-IMPRIME-CENTROS - VISAO 1: CADA CENTRO DE CUSTO COM AS
      * SUAS CONTAS, OS TOTAIS DE RECEITA E DESPESA DO CENTRO E, NO
      * FIM, OS TOTAIS GERAIS.
      ******************************************************************
       0600-IMPRIME-CENTROS SECTION.
           INITIALIZE WRK-TOT-GERAL.
           MOVE HIGH-VALUES TO WRK-CCUSTO-ATUAL.

           PERFORM VARYING WRK-LIN-IDX FROM 1 BY 1
                   UNTIL WRK-LIN-IDX > WRK-LIN-QTD
               IF WRK-LIN-CCUSTO(WRK-LIN-IDX) NOT = WRK-CCUSTO-ATUAL
                   IF WRK-CCUSTO-ATUAL NOT = HIGH-VALUES
                       PERFORM 0650-TOTAL-CENTRO
                   END-IF
                   MOVE WRK-LIN-CCUSTO(WRK-LIN-IDX)
                       TO WRK-CCUSTO-ATUAL
                   PERFORM 0620-TITULO-CENTRO
               END-IF
               PERFORM 0630-IMPRIME-CONTA
           END-PERFORM.
           IF WRK-CCUSTO-ATUAL NOT = HIGH-VALUES
               PERFORM 0650-TOTAL-CENTRO
           END-IF.

           MOVE ALL '=' TO BR-LINHA.
           WRITE BR-LINHA.
           MOVE 'TOTAL GERAL - RECEITAS'  TO WRK-PR-ROTULO.
           MOVE 'C' TO WRK-PR-NATUREZA.
           MOVE WRK-TGR-ORC-MES TO WRK-PR-ORC-MES.
           MOVE WRK-TGR-REA-MES TO WRK-PR-REA-MES.
           MOVE WRK-TGR-ORC-ANO TO WRK-PR-ORC-ANO.
           MOVE WRK-TGR-REA-ANO TO WRK-PR-REA-ANO.
           PERFORM 0800-IMPRIME-VALORES.
           MOVE 'TOTAL GERAL - DESPESAS'  TO WRK-PR-ROTULO.
           MOVE 'D' TO WRK-PR-NATUREZA.
           MOVE WRK-TGD-ORC-MES TO WRK-PR-ORC-MES.
           MOVE WRK-TGD-REA-MES TO WRK-PR-REA-MES.
           MOVE WRK-TGD-ORC-ANO TO WRK-PR-ORC-ANO.
           MOVE WRK-TGD-REA-ANO TO WRK-PR-REA-ANO.
           PERFORM 0800-IMPRIME-VALORES.
           MOVE 'RESULTADO'  TO WRK-PR-ROTULO.
           MOVE 'C' TO WRK-PR-NATUREZA.
           COMPUTE WRK-PR-ORC-MES = WRK-TGR-ORC-MES - WRK-TGD-ORC-MES.
           COMPUTE WRK-PR-REA-MES = WRK-TGR-REA-MES - WRK-TGD-REA-MES.
           COMPUTE WRK-PR-ORC-ANO = WRK-TGR-ORC-ANO - WRK-TGD-ORC-ANO.
           COMPUTE WRK-PR-REA-ANO = WRK-TGR-REA-ANO - WRK-TGD-REA-ANO.
           PERFORM 0800-IMPRIME-VALORES.

      ******************************************************************
      * 0620-TITULO-CENTRO - CODIGO E NOME DO CENTRO: DEPARTAMENTO DO
      * COSTCENTERS, FILIAL ('F' + CODIGO, PELO FILUTIL) OU LANCAMENTO
      * SEM CENTRO DE CUSTO.
      ******************************************************************
       0620-TITULO-CENTRO SECTION.
           INITIALIZE WRK-TOT-CENTRO.
           PERFORM 0470-NOME-CCUSTO.
           IF WRK-NOME-CCUSTO = SPACES
               AND WRK-CCUSTO-ATUAL(1:1) = 'F'
               AND WRK-CCUSTO-ATUAL(2:2) NUMERIC
               MOVE 'N' TO FU-FUNCAO
               MOVE WRK-CCUSTO-ATUAL(2:2) TO FU-FILIAL
               CALL 'FILUTIL' USING FU-PARM
               MOVE FU-NOME TO WRK-NOME-CCUSTO
           END-IF.
           IF WRK-CCUSTO-ATUAL = SPACES
               MOVE '(SEM CENTRO DE CUSTO)' TO WRK-NOME-CCUSTO
           END-IF.

           MOVE SPACES TO BR-LINHA.
           WRITE BR-LINHA.
           STRING 'CENTRO DE CUSTO ' WRK-CCUSTO-ATUAL ' - '
                  WRK-NOME-CCUSTO
               DELIMITED BY SIZE INTO BR-LINHA
           END-STRING.
           WRITE BR-LINHA.

      ******************************************************************
      * 0630-IMPRIME-CONTA - UMA CONTA DO CENTRO, SOMADA NOS TOTAIS DE
      * RECEITA OU DESPESA PELA NATUREZA DA LINHA DO DRELAYOUT.
      ******************************************************************
       0630-IMPRIME-CONTA SECTION.
           MOVE WRK-LIN-CONTA(WRK-LIN-IDX) TO WRK-CHAVE-CONTA.
           PERFORM 0480-NOME-CONTA.
           MOVE SPACES TO WRK-PR-ROTULO.
           STRING WRK-CHAVE-CONTA ' ' WRK-NOME-CONTA
               DELIMITED BY SIZE INTO WRK-PR-ROTULO
           END-STRING.
           MOVE WRK-DRE-NATUREZA(WRK-LIN-DRE(WRK-LIN-IDX))
               TO WRK-PR-NATUREZA.
           MOVE WRK-LIN-ORC-MES(WRK-LIN-IDX) TO WRK-PR-ORC-MES.
           MOVE WRK-LIN-REA-MES(WRK-LIN-IDX) TO WRK-PR-REA-MES.
           MOVE WRK-LIN-ORC-ANO(WRK-LIN-IDX) TO WRK-PR-ORC-ANO.
           MOVE WRK-LIN-REA-ANO(WRK-LIN-IDX) TO WRK-PR-REA-ANO.
           PERFORM 0800-IMPRIME-VALORES.

           IF WRK-PR-NATUREZA = 'C'
               ADD WRK-PR-ORC-MES TO WRK-TCR-ORC-MES WRK-TGR-ORC-MES
               ADD WRK-PR-REA-MES TO WRK-TCR-REA-MES WRK-TGR-REA-MES
               ADD WRK-PR-ORC-ANO TO WRK-TCR-ORC-ANO WRK-TGR-ORC-ANO
               ADD WRK-PR-REA-ANO TO WRK-TCR-REA-ANO WRK-TGR-REA-ANO
           ELSE
               ADD WRK-PR-ORC-MES TO WRK-TCD-ORC-MES WRK-TGD-ORC-MES
               ADD WRK-PR-REA-MES TO WRK-TCD-REA-MES WRK-TGD-REA-MES
               ADD WRK-PR-ORC-ANO TO WRK-TCD-ORC-ANO WRK-TGD-ORC-ANO
               ADD WRK-PR-REA-ANO TO WRK-TCD-REA-ANO WRK-TGD-REA-ANO
           END-IF.

      ******************************************************************
      * 0650-TOTAL-CENTRO - RECEITAS E DESPESAS DO CENTRO (SO O QUE
      * TIVER MOVIMENTO OU ORCAMENTO).
      ******************************************************************
       0650-TOTAL-CENTRO SECTION.
           IF WRK-TCR-ORC-ANO NOT = 0 OR WRK-TCR-REA-ANO NOT = 0
               MOVE '  RECEITAS DO CENTRO' TO WRK-PR-ROTULO
               MOVE 'C' TO WRK-PR-NATUREZA
               MOVE WRK-TCR-ORC-MES TO WRK-PR-ORC-MES
               MOVE WRK-TCR-REA-MES TO WRK-PR-REA-MES
               MOVE WRK-TCR-ORC-ANO TO WRK-PR-ORC-ANO
               MOVE WRK-TCR-REA-ANO TO WRK-PR-REA-ANO
               PERFORM 0800-IMPRIME-VALORES
           END-IF.
           IF WRK-TCD-ORC-ANO NOT = 0 OR WRK-TCD-REA-ANO NOT = 0
               MOVE '  DESPESAS DO CENTRO' TO WRK-PR-ROTULO
               MOVE 'D' TO WRK-PR-NATUREZA
               MOVE WRK-TCD-ORC-MES TO WRK-PR-ORC-MES
               MOVE WRK-TCD-REA-MES TO WRK-PR-REA-MES
               MOVE WRK-TCD-ORC-ANO TO WRK-PR-ORC-ANO
               MOVE WRK-TCD-REA-ANO TO WRK-PR-REA-ANO
               PERFORM 0800-IMPRIME-VALORES
           END-IF.

      ******************************************************************
      * 0700-IMPRIME-DRE - VISAO 2: AS CONTAS SOMADAS NAS LINHAS DO
      * DRELAYOUT, COM A LINHA DE SUBTOTAL ('S') MOSTRANDO O RESULTADO
      * ATE ELA, COMO NA DRE DO PROGCOB074, E OS TOTAIS NO FIM.
      ******************************************************************
       0700-IMPRIME-DRE SECTION.
           INITIALIZE WRK-TOT-GERAL.
           PERFORM VARYING WRK-LIN-IDX FROM 1 BY 1
                   UNTIL WRK-LIN-IDX > WRK-LIN-QTD
               MOVE WRK-LIN-DRE(WRK-LIN-IDX) TO WRK-DRE-POS
               ADD WRK-LIN-ORC-MES(WRK-LIN-IDX)
                   TO WRK-DRE-ORC-MES(WRK-DRE-POS)
               ADD WRK-LIN-REA-MES(WRK-LIN-IDX)
                   TO WRK-DRE-REA-MES(WRK-DRE-POS)
               ADD WRK-LIN-ORC-ANO(WRK-LIN-IDX)
                   TO WRK-DRE-ORC-ANO(WRK-DRE-POS)
               ADD WRK-LIN-REA-ANO(WRK-LIN-IDX)
                   TO WRK-DRE-REA-ANO(WRK-DRE-POS)
           END-PERFORM.

           PERFORM VARYING WRK-DRE-IDX FROM 1 BY 1
                   UNTIL WRK-DRE-IDX > WRK-DRE-QTD
               IF WRK-DRE-NATUREZA(WRK-DRE-IDX) = 'S'
                   MOVE 'C' TO WRK-PR-NATUREZA
                   COMPUTE WRK-PR-ORC-MES =
                       WRK-TGR-ORC-MES - WRK-TGD-ORC-MES
                   COMPUTE WRK-PR-REA-MES =
                       WRK-TGR-REA-MES - WRK-TGD-REA-MES
                   COMPUTE WRK-PR-ORC-ANO =
                       WRK-TGR-ORC-ANO - WRK-TGD-ORC-ANO
                   COMPUTE WRK-PR-REA-ANO =
                       WRK-TGR-REA-ANO - WRK-TGD-REA-ANO
               ELSE
                   MOVE WRK-DRE-NATUREZA(WRK-DRE-IDX)
                       TO WRK-PR-NATUREZA
                   MOVE WRK-DRE-ORC-MES(WRK-DRE-IDX) TO WRK-PR-ORC-MES
                   MOVE WRK-DRE-REA-MES(WRK-DRE-IDX) TO WRK-PR-REA-MES
                   MOVE WRK-DRE-ORC-ANO(WRK-DRE-IDX) TO WRK-PR-ORC-ANO
                   MOVE WRK-DRE-REA-ANO(WRK-DRE-IDX) TO WRK-PR-REA-ANO
               END-IF
               MOVE WRK-DRE-DESCRICAO(WRK-DRE-IDX) TO WRK-PR-ROTULO
               PERFORM 0800-IMPRIME-VALORES
               IF WRK-DRE-NATUREZA(WRK-DRE-IDX) = 'C'
                   ADD WRK-PR-ORC-MES TO WRK-TGR-ORC-MES
                   ADD WRK-PR-REA-MES TO WRK-TGR-REA-MES
                   ADD WRK-PR-ORC-ANO TO WRK-TGR-ORC-ANO
                   ADD WRK-PR-REA-ANO TO WRK-TGR-REA-ANO
               END-IF
               IF WRK-DRE-NATUREZA(WRK-DRE-IDX) = 'D'
                   ADD WRK-PR-ORC-MES TO WRK-TGD-ORC-MES
                   ADD WRK-PR-REA-MES TO WRK-TGD-REA-MES
                   ADD WRK-PR-ORC-ANO TO WRK-TGD-ORC-ANO
                   ADD WRK-PR-REA-ANO TO WRK-TGD-REA-ANO
               END-IF
           END-PERFORM.

           MOVE ALL '-' TO BR-LINHA.
           WRITE BR-LINHA.
           MOVE 'RECEITA TOTAL'  TO WRK-PR-ROTULO.
           MOVE 'C' TO WRK-PR-NATUREZA.
           MOVE WRK-TGR-ORC-MES TO WRK-PR-ORC-MES.
           MOVE WRK-TGR-REA-MES TO WRK-PR-REA-MES.
           MOVE WRK-TGR-ORC-ANO TO WRK-PR-ORC-ANO.
           MOVE WRK-TGR-REA-ANO TO WRK-PR-REA-ANO.
           PERFORM 0800-IMPRIME-VALORES.
           MOVE 'DESPESA TOTAL'  TO WRK-PR-ROTULO.
           MOVE 'D' TO WRK-PR-NATUREZA.
           MOVE WRK-TGD-ORC-MES TO WRK-PR-ORC-MES.
           MOVE WRK-TGD-REA-MES TO WRK-PR-REA-MES.
           MOVE WRK-TGD-ORC-ANO TO WRK-PR-ORC-ANO.
           MOVE WRK-TGD-REA-ANO TO WRK-PR-REA-ANO.
           PERFORM 0800-IMPRIME-VALORES.
           MOVE 'RESULTADO LIQUIDO'  TO WRK-PR-ROTULO.
           MOVE 'C' TO WRK-PR-NATUREZA.
           COMPUTE WRK-PR-ORC-MES = WRK-TGR-ORC-MES - WRK-TGD-ORC-MES.
           COMPUTE WRK-PR-REA-MES = WRK-TGR-REA-MES - WRK-TGD-REA-MES.
           COMPUTE WRK-PR-ORC-ANO = WRK-TGR-ORC-ANO - WRK-TGD-ORC-ANO.
           COMPUTE WRK-PR-REA-ANO = WRK-TGR-REA-ANO - WRK-TGD-REA-ANO.
           PERFORM 0800-IMPRIME-VALORES.

      ******************************************************************
      * 0800-IMPRIME-VALORES - LINHA COM ORCADO, REALIZADO, VARIACAO
      * (REALIZADO - ORCADO) E PERCENTUAL DO MES E DO ANO. A SITUACAO
      * SAI QUANDO O MES OU O ANO PASSA DA TOLERANCIA NO LADO RUIM.
      ******************************************************************
       0800-IMPRIME-VALORES SECTION.
           MOVE 'N' TO WRK-PR-ESTOUROU.

           COMPUTE WRK-VAR-MES = WRK-PR-REA-MES - WRK-PR-ORC-MES.
           MOVE WRK-PR-ORC-MES TO WRK-PR-ORC.
           MOVE WRK-VAR-MES    TO WRK-PR-VAR.
           PERFORM 0850-AVALIA-VARIACAO.
           MOVE WRK-PR-PERC-X  TO WRK-PERC-MES-X.
           MOVE WRK-PR-MARCA   TO WRK-MARCA-MES.

           COMPUTE WRK-VAR-ANO = WRK-PR-REA-ANO - WRK-PR-ORC-ANO.
           MOVE WRK-PR-ORC-ANO TO WRK-PR-ORC.
           MOVE WRK-VAR-ANO    TO WRK-PR-VAR.
           PERFORM 0850-AVALIA-VARIACAO.
           MOVE WRK-PR-PERC-X  TO WRK-PERC-ANO-X.
           MOVE WRK-PR-MARCA   TO WRK-MARCA-ANO.

           MOVE SPACES TO WRK-SITUACAO.
           IF WRK-PR-ESTOUROU = 'S'
               IF WRK-PR-NATUREZA = 'D'
                   MOVE 'ESTOURO' TO WRK-SITUACAO
               ELSE
                   MOVE 'ABAIXO'  TO WRK-SITUACAO
               END-IF
               ADD 1 TO WRK-LIN-ESTOURO
           END-IF.

           MOVE WRK-PR-ORC-MES TO WRK-ED-ORC-MES.
           MOVE WRK-PR-REA-MES TO WRK-ED-REA-MES.
           MOVE WRK-VAR-MES    TO WRK-ED-VAR-MES.
           MOVE WRK-PR-ORC-ANO TO WRK-ED-ORC-ANO.
           MOVE WRK-PR-REA-ANO TO WRK-ED-REA-ANO.
           MOVE WRK-VAR-ANO    TO WRK-ED-VAR-ANO.
           MOVE SPACES TO BR-LINHA.
           STRING WRK-PR-ROTULO ' '
                  WRK-ED-ORC-MES ' ' WRK-ED-REA-MES ' '
                  WRK-ED-VAR-MES ' ' WRK-PERC-MES-X WRK-MARCA-MES ' '
                  WRK-ED-ORC-ANO ' ' WRK-ED-REA-ANO ' '
                  WRK-ED-VAR-ANO ' ' WRK-PERC-ANO-X WRK-MARCA-ANO ' '
                  WRK-SITUACAO
               DELIMITED BY SIZE INTO BR-LINHA
           END-STRING.
           WRITE BR-LINHA.

      ******************************************************************
      * 0850-AVALIA-VARIACAO - PERCENTUAL DE WRK-PR-VAR SOBRE
      * WRK-PR-ORC (SEM ORCADO, O PERCENTUAL FICA EM BRANCO) E A MARCA
      * '*' QUANDO A VARIACAO E RUIM ALEM DA TOLERANCIA: DESPESA ACIMA
      * (OU GASTA SEM ORCAMENTO), RECEITA ABAIXO.
      ******************************************************************
       0850-AVALIA-VARIACAO SECTION.
           MOVE SPACE  TO WRK-PR-MARCA.
           MOVE SPACES TO WRK-PR-PERC-X.
           MOVE 0 TO WRK-PR-PERC.

           IF WRK-PR-ORC NOT = 0
               COMPUTE WRK-PR-PERC ROUNDED =
                   WRK-PR-VAR * 100 / WRK-PR-ORC
                   ON SIZE ERROR
                       IF WRK-PR-VAR < 0
                           MOVE -9999,9 TO WRK-PR-PERC
                       ELSE
                           MOVE 9999,9 TO WRK-PR-PERC
                       END-IF
               END-COMPUTE
               MOVE WRK-PR-PERC TO WRK-ED-PERC
               MOVE WRK-ED-PERC TO WRK-PR-PERC-X
           END-IF.

           IF WRK-PR-NATUREZA = 'D'
               IF WRK-PR-VAR > 0
                   AND (WRK-PR-ORC = 0 OR WRK-PR-PERC > WRK-TOLERANCIA)
                   MOVE '*' TO WRK-PR-MARCA
               END-IF
           ELSE
               IF WRK-PR-VAR < 0 AND WRK-PR-ORC NOT = 0
                   AND 0 - WRK-PR-PERC > WRK-TOLERANCIA
                   MOVE '*' TO WRK-PR-MARCA
               END-IF
           END-IF.

           IF WRK-PR-MARCA = '*'
               MOVE 'S' TO WRK-PR-ESTOUROU
           END-IF.

       END PROGRAM PROGCOB149.
