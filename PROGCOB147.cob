       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB147.
      ******************************************************************
      *AUTHOR: CARLOS AMARAL
      *DATE: 15/10/2026
      *PURPOSE: RELATORIO DO ATIVO IMOBILIZADO POR FILIAL (ASSETRPT),
      *         AMARRADO AO RAZAO. LISTA OS BENS EM USO DO FIXEDASSETS
      *         FILIAL A FILIAL (NOME PELO FILUTIL) COM CUSTO,
      *         DEPRECIACAO ACUMULADA E VALOR LIQUIDO, COM SUBTOTAL POR
      *         FILIAL E TOTAL GERAL. NO FIM, CONFRONTA O CUSTO DOS
      *         BENS DE CADA CONTA DO ATIVO (1301 A 1389) E A
      *         DEPRECIACAO ACUMULADA DO CADASTRO COM O SALDO ATUAL
      *         DAS CONTAS NO RAZAO (GLBALANCES MAIS AS LINHAS DO
      *         PERIODO ABERTO EM GLTRANSACTIONS). CONTA QUE DIVERGE
      *         SAI MARCADA E O PROGRAMA DEVOLVE RETURN-CODE 4. CONTA
      *         DE ATIVO COM SALDO NO RAZAO E SEM BEM NO CADASTRO
      *         TAMBEM ENTRA NA CONFERENCIA.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ASSET-MASTER-FILE ASSIGN TO 'FIXEDASSETS'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-ATIVO-STATUS.

           SELECT GL-BALANCES-FILE ASSIGN TO 'GLBALANCES'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-SALDO-STATUS.

           SELECT GL-TRANSACTION-FILE ASSIGN TO 'GLTRANSACTIONS'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-GL-STATUS.

           SELECT ASSET-REPORT-FILE ASSIGN TO 'ASSETRPT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ASSET-MASTER-FILE.
       01  FA-REGISTRO-X           PIC X(105).

       FD  GL-BALANCES-FILE.
       01  GB-REGISTRO.
           02  GB-CONTA        PIC 9(04).
           02  GB-DEBITOS      PIC 9(11)V99.
           02  GB-CREDITOS     PIC 9(11)V99.

       FD  GL-TRANSACTION-FILE.
           COPY 'GLTXN-REC.cob'.

       FD  ASSET-REPORT-FILE.
       01  AR-LINHA                PIC X(132).

       WORKING-STORAGE SECTION.
           COPY 'FIXASSET-REC.cob'.
           COPY 'FILUTIL-PARM.cob'.

       77  WRK-ATIVO-STATUS    PIC X(02)       VALUE SPACES.
       77  WRK-ATIVO-EOF       PIC X(01)       VALUE 'N'.
           88  ATIVO-ACABOU                    VALUE 'S'.
       77  WRK-SALDO-STATUS    PIC X(02)       VALUE SPACES.
       77  WRK-SALDO-EOF       PIC X(01)       VALUE 'N'.
           88  SALDO-ACABOU                    VALUE 'S'.
       77  WRK-GL-STATUS       PIC X(02)       VALUE SPACES.
       77  WRK-GL-EOF          PIC X(01)       VALUE 'N'.
           88  GL-ACABOU                       VALUE 'S'.
       77  WRK-REPORT-STATUS   PIC X(02)       VALUE SPACES.

       01  WRK-HOJE.
           02  WRK-HOJE-ANO    PIC 9(04)       VALUE ZEROES.
           02  WRK-HOJE-MES    PIC 9(02)       VALUE ZEROES.
           02  WRK-HOJE-DIA    PIC 9(02)       VALUE ZEROES.
       01  WRK-AQUIS.
           02  WRK-AQUIS-ANO   PIC 9(04).
           02  WRK-AQUIS-MES   PIC 9(02).
           02  WRK-AQUIS-DIA   PIC 9(02).

       77  WRK-CTA-DEPR-ACUM   PIC 9(04)       VALUE 1390.

      ******************************************************************
      * CADASTRO EM MEMORIA (REGISTRO INTEIRO, ATE 500 BENS).
      ******************************************************************
       77  WRK-ATV-QTD         PIC 9(03)       VALUE ZEROES.
       77  WRK-ATV-IDX         PIC 9(03)       VALUE ZEROES.
       01  WRK-TAB-ATIVOS.
           02  WRK-ATV-LINHA   PIC X(105)      OCCURS 500 TIMES.

      ******************************************************************
      * CONTAS CONFRONTADAS COM O RAZAO: AS CONTAS DE ATIVO USADAS NO
      * CADASTRO (NATUREZA D, CONTRA O CUSTO DOS BENS) E A 1390
      * (NATUREZA C, CONTRA A DEPRECIACAO ACUMULADA), NA POSICAO 1.
      ******************************************************************
       77  WRK-CTL-QTD         PIC 9(02)       VALUE ZEROES.
       77  WRK-CTL-IDX         PIC 9(02)       VALUE ZEROES.
       77  WRK-CTL-POS         PIC 9(02)       VALUE ZEROES.
       01  WRK-TAB-CONTAS.
           02  WRK-CTL-LINHA   OCCURS 30 TIMES.
               03  WRK-CTL-CONTA       PIC 9(04).
               03  WRK-CTL-NATUREZA    PIC X(01).
               03  WRK-CTL-CADASTRO    PIC S9(11)V99.
               03  WRK-CTL-RAZAO       PIC S9(11)V99.
       77  WRK-DIFERENCA       PIC S9(11)V99   VALUE ZEROES.
       77  WRK-QTDE-DIVERGE    PIC 9(02)       VALUE ZEROES.

       77  WRK-FIL-IDX         PIC 9(02)       VALUE ZEROES.
       77  WRK-FIL-BENS        PIC 9(05)       VALUE ZEROES.
       77  WRK-FIL-CUSTO       PIC 9(11)V99    VALUE ZEROES.
       77  WRK-FIL-ACUM        PIC 9(11)V99    VALUE ZEROES.
       77  WRK-TOT-BENS        PIC 9(05)       VALUE ZEROES.
       77  WRK-TOT-CUSTO       PIC 9(11)V99    VALUE ZEROES.
       77  WRK-TOT-ACUM        PIC 9(11)V99    VALUE ZEROES.
       77  WRK-LIQUIDO         PIC 9(11)V99    VALUE ZEROES.

       77  WRK-VALOR-ED        PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.
       77  WRK-VALOR-ED2       PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.
       77  WRK-VALOR-ED3       PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.
       77  WRK-SINAL-ED        PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.
       77  WRK-SINAL-ED2       PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.
       77  WRK-SINAL-ED3       PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.
       77  WRK-SITUACAO-ED     PIC X(07)       VALUE SPACES.

       PROCEDURE DIVISION.

           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.

           PERFORM 0100-CARREGA-ATIVOS.
           PERFORM 0200-SOMA-RAZAO.

           OPEN OUTPUT ASSET-REPORT-FILE.
           PERFORM 0300-CABECALHO.
           PERFORM VARYING WRK-FIL-IDX FROM 1 BY 1
                   UNTIL WRK-FIL-IDX > 98
               PERFORM 0400-IMPRIME-FILIAL
           END-PERFORM.
           PERFORM 0500-TOTAL-GERAL.
           PERFORM 0600-IMPRIME-CONCILIACAO.
           CLOSE ASSET-REPORT-FILE.

           DISPLAY 'ATIVO IMOBILIZADO: ' WRK-TOT-BENS
                   ' BENS EM USO - RELATORIO EM ASSETRPT'.
           IF WRK-QTDE-DIVERGE > 0
               DISPLAY 'CONTAS DIVERGENTES DO RAZAO: ' WRK-QTDE-DIVERGE
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

           STOP RUN.

      ******************************************************************
      * 0100-CARREGA-ATIVOS - LE O FIXEDASSETS PARA A TABELA E SOMA O
      * CUSTO DOS BENS EM USO POR CONTA DO ATIVO E O ACUMULADO NA 1390.
      ******************************************************************
       0100-CARREGA-ATIVOS SECTION.
           MOVE 1 TO WRK-CTL-QTD.
           MOVE WRK-CTA-DEPR-ACUM TO WRK-CTL-CONTA(1).
           MOVE 'C' TO WRK-CTL-NATUREZA(1).
           MOVE 0 TO WRK-CTL-CADASTRO(1).
           MOVE 0 TO WRK-CTL-RAZAO(1).

           OPEN INPUT ASSET-MASTER-FILE.
           IF WRK-ATIVO-STATUS NOT = '00'
               GO TO 0100-EXIT
           END-IF.

           PERFORM UNTIL ATIVO-ACABOU
               READ ASSET-MASTER-FILE
                   AT END
                       MOVE 'S' TO WRK-ATIVO-EOF
                   NOT AT END
                       MOVE FA-REGISTRO-X TO FA-REGISTRO
                       IF ATIVO-EM-USO AND WRK-ATV-QTD < 500
                           ADD 1 TO WRK-ATV-QTD
                           MOVE FA-REGISTRO-X
                               TO WRK-ATV-LINHA(WRK-ATV-QTD)
                           PERFORM 0150-SOMA-CADASTRO
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ASSET-MASTER-FILE.
       0100-EXIT.
           EXIT.

      ******************************************************************
      * 0150-SOMA-CADASTRO - CUSTO NA CONTA DO BEM (CONTA NOVA ENTRA NO
      * FIM DA TABELA) E ACUMULADO NA 1390.
      ******************************************************************
       0150-SOMA-CADASTRO SECTION.
           ADD FA-DEPREC-ACUM TO WRK-CTL-CADASTRO(1).

           MOVE FA-CONTA-ATIVO TO GL-CONTA.
           PERFORM 0250-ACHA-CONTA.
           IF WRK-CTL-POS = 0
               IF WRK-CTL-QTD >= 30
                   GO TO 0150-EXIT
               END-IF
               ADD 1 TO WRK-CTL-QTD
               MOVE WRK-CTL-QTD TO WRK-CTL-POS
               MOVE FA-CONTA-ATIVO TO WRK-CTL-CONTA(WRK-CTL-POS)
               MOVE 'D' TO WRK-CTL-NATUREZA(WRK-CTL-POS)
               MOVE 0 TO WRK-CTL-CADASTRO(WRK-CTL-POS)
               MOVE 0 TO WRK-CTL-RAZAO(WRK-CTL-POS)
           END-IF.
           ADD FA-CUSTO TO WRK-CTL-CADASTRO(WRK-CTL-POS).
       0150-EXIT.
           EXIT.

      ******************************************************************
      * 0200-SOMA-RAZAO - SALDO ATUAL DAS CONTAS CONFRONTADAS, NA
      * NATUREZA DE CADA UMA: SALDOS TRAZIDOS (GLBALANCES) MAIS AS
      * LINHAS DO PERIODO ABERTO.
      ******************************************************************
       0200-SOMA-RAZAO SECTION.
           OPEN INPUT GL-BALANCES-FILE.
           IF WRK-SALDO-STATUS = '00'
               PERFORM UNTIL SALDO-ACABOU
                   READ GL-BALANCES-FILE
                       AT END
                           MOVE 'S' TO WRK-SALDO-EOF
                       NOT AT END
                           MOVE GB-CONTA TO GL-CONTA
                           PERFORM 0250-ACHA-CONTA
                           PERFORM 0260-CONTA-SO-NO-RAZAO
                           IF WRK-CTL-POS > 0
                               PERFORM 0270-SOMA-SALDO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-BALANCES-FILE
           END-IF.

           OPEN INPUT GL-TRANSACTION-FILE.
           IF WRK-GL-STATUS = '00'
               PERFORM UNTIL GL-ACABOU
                   READ GL-TRANSACTION-FILE
                       AT END
                           MOVE 'S' TO WRK-GL-EOF
                       NOT AT END
                           PERFORM 0250-ACHA-CONTA
                           PERFORM 0260-CONTA-SO-NO-RAZAO
                           IF WRK-CTL-POS > 0
                               PERFORM 0280-SOMA-LINHA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-TRANSACTION-FILE
           END-IF.

      ******************************************************************
      * 0250-ACHA-CONTA - POSICAO DE GL-CONTA NA TABELA (0 = FORA).
      ******************************************************************
       0250-ACHA-CONTA SECTION.
           MOVE 0 TO WRK-CTL-POS.
           PERFORM VARYING WRK-CTL-IDX FROM 1 BY 1
                   UNTIL WRK-CTL-IDX > WRK-CTL-QTD
                       OR WRK-CTL-POS > 0
               IF WRK-CTL-CONTA(WRK-CTL-IDX) = GL-CONTA
                   MOVE WRK-CTL-IDX TO WRK-CTL-POS
               END-IF
           END-PERFORM.

      ******************************************************************
      * 0260-CONTA-SO-NO-RAZAO - CONTA DE ATIVO IMOBILIZADO COM SALDO NO
      * RAZAO E SEM NENHUM BEM EM USO NO CADASTRO TAMBEM ENTRA NA
      * CONFERENCIA (CADASTRO ZERO).
      ******************************************************************
       0260-CONTA-SO-NO-RAZAO SECTION.
           IF WRK-CTL-POS > 0 OR WRK-CTL-QTD >= 30
               GO TO 0260-EXIT
           END-IF.
           IF GL-CONTA < 1301 OR GL-CONTA > 1389
               GO TO 0260-EXIT
           END-IF.
           ADD 1 TO WRK-CTL-QTD.
           MOVE WRK-CTL-QTD TO WRK-CTL-POS.
           MOVE GL-CONTA TO WRK-CTL-CONTA(WRK-CTL-POS).
           MOVE 'D' TO WRK-CTL-NATUREZA(WRK-CTL-POS).
           MOVE 0 TO WRK-CTL-CADASTRO(WRK-CTL-POS).
           MOVE 0 TO WRK-CTL-RAZAO(WRK-CTL-POS).
       0260-EXIT.
           EXIT.

      ******************************************************************
      * 0270-SOMA-SALDO - SALDO TRAZIDO NA NATUREZA DA CONTA.
      ******************************************************************
       0270-SOMA-SALDO SECTION.
           IF WRK-CTL-NATUREZA(WRK-CTL-POS) = 'D'
               COMPUTE WRK-CTL-RAZAO(WRK-CTL-POS) =
                   WRK-CTL-RAZAO(WRK-CTL-POS) + GB-DEBITOS - GB-CREDITOS
           ELSE
               COMPUTE WRK-CTL-RAZAO(WRK-CTL-POS) =
                   WRK-CTL-RAZAO(WRK-CTL-POS) + GB-CREDITOS - GB-DEBITOS
           END-IF.

      ******************************************************************
      * 0280-SOMA-LINHA - LINHA DO PERIODO ABERTO NA NATUREZA DA CONTA.
      ******************************************************************
       0280-SOMA-LINHA SECTION.
           IF GL-TIPO = WRK-CTL-NATUREZA(WRK-CTL-POS)
               ADD GL-VALOR TO WRK-CTL-RAZAO(WRK-CTL-POS)
           ELSE
               SUBTRACT GL-VALOR FROM WRK-CTL-RAZAO(WRK-CTL-POS)
           END-IF.

      ******************************************************************
      * 0300-CABECALHO - TITULO E COLUNAS DO ASSETRPT.
      ******************************************************************
       0300-CABECALHO SECTION.
           MOVE SPACES TO AR-LINHA.
           STRING 'ATIVO IMOBILIZADO POR FILIAL - POSICAO EM '
                  WRK-HOJE-DIA '/' WRK-HOJE-MES '/' WRK-HOJE-ANO
               DELIMITED BY SIZE INTO AR-LINHA
           END-STRING.
           WRITE AR-LINHA.
           MOVE SPACES TO AR-LINHA.
           WRITE AR-LINHA.
           STRING 'BEM    DESCRICAO                      CONTA CC   '
                  'AQUISICAO           CUSTO      ACUMULADA'
                  '        LIQUIDO ULT.DEPR'
               DELIMITED BY SIZE INTO AR-LINHA
           END-STRING.
           WRITE AR-LINHA.
           MOVE ALL '-' TO AR-LINHA.
           WRITE AR-LINHA.

      ******************************************************************
      * 0400-IMPRIME-FILIAL - BENS EM USO DA FILIAL WRK-FIL-IDX, COM
      * SUBTOTAL. FILIAL SEM BEM NAO SAI.
      ******************************************************************
       0400-IMPRIME-FILIAL SECTION.
           MOVE 0 TO WRK-FIL-BENS.
           MOVE 0 TO WRK-FIL-CUSTO.
           MOVE 0 TO WRK-FIL-ACUM.

           PERFORM VARYING WRK-ATV-IDX FROM 1 BY 1
                   UNTIL WRK-ATV-IDX > WRK-ATV-QTD
               MOVE WRK-ATV-LINHA(WRK-ATV-IDX) TO FA-REGISTRO
               IF FA-FILIAL = WRK-FIL-IDX
                   IF WRK-FIL-BENS = 0
                       PERFORM 0410-TITULO-FILIAL
                   END-IF
                   PERFORM 0420-IMPRIME-BEM
               END-IF
           END-PERFORM.

           IF WRK-FIL-BENS = 0
               GO TO 0400-EXIT
           END-IF.

           COMPUTE WRK-LIQUIDO = WRK-FIL-CUSTO - WRK-FIL-ACUM.
           MOVE WRK-FIL-CUSTO TO WRK-VALOR-ED.
           MOVE WRK-FIL-ACUM  TO WRK-VALOR-ED2.
           MOVE WRK-LIQUIDO   TO WRK-VALOR-ED3.
           MOVE SPACES TO AR-LINHA.
           STRING '       SUBTOTAL DA FILIAL (' WRK-FIL-BENS
                  ' BENS)                      '
                  WRK-VALOR-ED ' ' WRK-VALOR-ED2 ' ' WRK-VALOR-ED3
               DELIMITED BY SIZE INTO AR-LINHA
           END-STRING.
           WRITE AR-LINHA.
           MOVE SPACES TO AR-LINHA.
           WRITE AR-LINHA.

           ADD WRK-FIL-BENS  TO WRK-TOT-BENS.
           ADD WRK-FIL-CUSTO TO WRK-TOT-CUSTO.
           ADD WRK-FIL-ACUM  TO WRK-TOT-ACUM.
       0400-EXIT.
           EXIT.

      ******************************************************************
      * 0410-TITULO-FILIAL - CODIGO E NOME DA FILIAL (FILUTIL N).
      ******************************************************************
       0410-TITULO-FILIAL SECTION.
           MOVE 'N' TO FU-FUNCAO.
           MOVE WRK-FIL-IDX TO FU-FILIAL.
           CALL 'FILUTIL' USING FU-PARM.
           MOVE SPACES TO AR-LINHA.
           STRING 'FILIAL ' WRK-FIL-IDX ' - ' FU-NOME ' ' FU-UF
               DELIMITED BY SIZE INTO AR-LINHA
           END-STRING.
           WRITE AR-LINHA.

      ******************************************************************
      * 0420-IMPRIME-BEM - UMA LINHA POR BEM.
      ******************************************************************
       0420-IMPRIME-BEM SECTION.
           ADD 1 TO WRK-FIL-BENS.
           ADD FA-CUSTO TO WRK-FIL-CUSTO.
           ADD FA-DEPREC-ACUM TO WRK-FIL-ACUM.

           COMPUTE WRK-LIQUIDO = FA-CUSTO - FA-DEPREC-ACUM.
           MOVE FA-DATA-AQUIS  TO WRK-AQUIS.
           MOVE FA-CUSTO       TO WRK-VALOR-ED.
           MOVE FA-DEPREC-ACUM TO WRK-VALOR-ED2.
           MOVE WRK-LIQUIDO    TO WRK-VALOR-ED3.
           MOVE SPACES TO AR-LINHA.
           STRING FA-NUMERO ' ' FA-DESCRICAO ' ' FA-CONTA-ATIVO '  '
                  FA-CCUSTO ' ' WRK-AQUIS-DIA '/' WRK-AQUIS-MES '/'
                  WRK-AQUIS-ANO ' ' WRK-VALOR-ED ' ' WRK-VALOR-ED2
                  ' ' WRK-VALOR-ED3 ' ' FA-ULT-DEPREC
               DELIMITED BY SIZE INTO AR-LINHA
           END-STRING.
           WRITE AR-LINHA.

      ******************************************************************
      * 0500-TOTAL-GERAL - TODAS AS FILIAIS.
      ******************************************************************
       0500-TOTAL-GERAL SECTION.
           MOVE ALL '-' TO AR-LINHA.
           WRITE AR-LINHA.
           COMPUTE WRK-LIQUIDO = WRK-TOT-CUSTO - WRK-TOT-ACUM.
           MOVE WRK-TOT-CUSTO TO WRK-VALOR-ED.
           MOVE WRK-TOT-ACUM  TO WRK-VALOR-ED2.
           MOVE WRK-LIQUIDO   TO WRK-VALOR-ED3.
           MOVE SPACES TO AR-LINHA.
           STRING '       TOTAL GERAL (' WRK-TOT-BENS
                  ' BENS)                             '
                  WRK-VALOR-ED ' ' WRK-VALOR-ED2 ' ' WRK-VALOR-ED3
               DELIMITED BY SIZE INTO AR-LINHA
           END-STRING.
           WRITE AR-LINHA.

      ******************************************************************
      * 0600-IMPRIME-CONCILIACAO - CADASTRO X RAZAO POR CONTA.
      ******************************************************************
       0600-IMPRIME-CONCILIACAO SECTION.
           MOVE SPACES TO AR-LINHA.
           WRITE AR-LINHA.
           WRITE AR-LINHA FROM 'CONFERENCIA COM O RAZAO'.
           MOVE SPACES TO AR-LINHA.
           STRING 'CONTA NAT       CADASTRO           RAZAO'
                  '       DIFERENCA SITUACAO'
               DELIMITED BY SIZE INTO AR-LINHA
           END-STRING.
           WRITE AR-LINHA.

           PERFORM VARYING WRK-CTL-IDX FROM 1 BY 1
                   UNTIL WRK-CTL-IDX > WRK-CTL-QTD
               COMPUTE WRK-DIFERENCA =
                   WRK-CTL-CADASTRO(WRK-CTL-IDX)
                   - WRK-CTL-RAZAO(WRK-CTL-IDX)
               IF WRK-DIFERENCA = 0
                   MOVE 'OK'      TO WRK-SITUACAO-ED
               ELSE
                   MOVE 'DIVERGE' TO WRK-SITUACAO-ED
                   ADD 1 TO WRK-QTDE-DIVERGE
               END-IF
               MOVE WRK-CTL-CADASTRO(WRK-CTL-IDX) TO WRK-SINAL-ED
               MOVE WRK-CTL-RAZAO(WRK-CTL-IDX)    TO WRK-SINAL-ED2
               MOVE WRK-DIFERENCA                 TO WRK-SINAL-ED3
               MOVE SPACES TO AR-LINHA
               STRING WRK-CTL-CONTA(WRK-CTL-IDX) '   '
                      WRK-CTL-NATUREZA(WRK-CTL-IDX) ' '
                      WRK-SINAL-ED ' ' WRK-SINAL-ED2 ' '
                      WRK-SINAL-ED3 ' ' WRK-SITUACAO-ED
                   DELIMITED BY SIZE INTO AR-LINHA
               END-STRING
               WRITE AR-LINHA
           END-PERFORM.

       END PROGRAM PROGCOB147.
