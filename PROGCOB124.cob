       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB124.
      ******************************************************************
      *AUTHOR: CARLOS AMARAL
      *DATE: 15/10/2026
      *PURPOSE: RELATORIO DE PEDIDOS DE COMPRA EM ABERTO POR
      *         FORNECEDOR E DATA PREVISTA. LISTA AS LINHAS ABERTAS E
      *         PARCIAIS DO PURCHORDERS COM O SALDO PENDENTE EM
      *         QUANTIDADE E VALOR, MARCA AS ATRASADAS (DATA PREVISTA
      *         JA PASSADA) COM OS DIAS DE ATRASO E TOTALIZA POR
      *         FORNECEDOR NO ARQUIVO OPENPORPT, PARA OS COMPRADORES
      *         COBRAREM AS ENTREGAS.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PURCH-ORDER-FILE ASSIGN TO 'PURCHORDERS'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-CHAVE
               FILE STATUS IS WRK-PO-STATUS.

           SELECT SUPP-MASTER-FILE ASSIGN TO 'SUPPMASTER'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SU-CODIGO
               FILE STATUS IS WRK-SUPP-STATUS.

           SELECT OPEN-PO-REPORT-FILE ASSIGN TO 'OPENPORPT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PURCH-ORDER-FILE.
           COPY 'PURCHORD-REC.cob'.

       FD  SUPP-MASTER-FILE.
           COPY 'SUPPMASTER-REC.cob'.

       FD  OPEN-PO-REPORT-FILE.
       01  OP-LINHA                PIC X(100).

       WORKING-STORAGE SECTION.
       COPY 'CURRENCY-BOOK.cob'.
           COPY 'DATEUTIL-PARM.cob'.

       77  WRK-PO-STATUS       PIC X(02)       VALUE SPACES.
       77  WRK-PO-EOF          PIC X(01)       VALUE 'N'.
           88  PO-ACABOU                       VALUE 'S'.
       77  WRK-SUPP-STATUS     PIC X(02)       VALUE SPACES.
       77  WRK-REPORT-STATUS   PIC X(02)       VALUE SPACES.

       77  WRK-HOJE            PIC 9(08)       VALUE ZEROES.
       77  WRK-DIAS-HOJE       PIC 9(08)       VALUE ZEROES.
       77  WRK-ATRASO          PIC 9(05)       VALUE ZEROES.
       77  WRK-SITUACAO-ED     PIC X(15)       VALUE SPACES.
       77  WRK-NOME            PIC X(40)       VALUE SPACES.
       77  WRK-FORN-ANTERIOR   PIC 9(06)       VALUE ZEROES.
       77  WRK-TOT-FORN        PIC 9(09)V99    VALUE ZEROES.
       77  WRK-TOT-GERAL       PIC 9(09)V99    VALUE ZEROES.
       77  WRK-QTDE-ATRASADAS  PIC 9(05)       VALUE ZEROES.

      ******************************************************************
      * LINHAS EM ABERTO, ORDENADAS POR FORNECEDOR + DATA PREVISTA +
      * PEDIDO + LINHA (TROCA DIRETA, MESMA MECANICA DO RANKING DO
      * PROGCOB082).
      ******************************************************************
       77  WRK-ABT-QTD         PIC 9(03)       VALUE ZEROES.
       77  WRK-ABT-IDX         PIC 9(03)       VALUE ZEROES.
       77  WRK-ABT-JDX         PIC 9(03)       VALUE ZEROES.
       01  WRK-TAB-ABERTAS.
           02  WRK-ABT-LINHA   OCCURS 500 TIMES.
               03  WRK-ABT-ORDEM.
                   04  WRK-ABT-FORNECEDOR  PIC 9(06).
                   04  WRK-ABT-PREVISTA    PIC 9(08).
                   04  WRK-ABT-PEDIDO      PIC 9(08).
                   04  WRK-ABT-NLINHA      PIC 9(03).
               03  WRK-ABT-FILIAL      PIC 9(02).
               03  WRK-ABT-PRODUTO     PIC X(08).
               03  WRK-ABT-PENDENTE    PIC 9(07).
               03  WRK-ABT-VALOR       PIC 9(09)V99.
       01  WRK-TROCA-LINHA         PIC X(53).

       PROCEDURE DIVISION.

           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.

           MOVE 'S' TO DU-FUNCAO.
           MOVE WRK-HOJE TO DU-DATA.
           CALL 'DATEUTIL' USING DU-PARM.
           MOVE DU-DIAS-CORRIDOS TO WRK-DIAS-HOJE.

           PERFORM 0100-CARREGA-ABERTAS.
           PERFORM 0200-ORDENA.
           PERFORM 0300-IMPRIME.

           GOBACK.

      ******************************************************************
      * 0100-CARREGA-ABERTAS - LE O PURCHORDERS E GUARDA AS LINHAS
      * ABERTAS OU PARCIAIS COM O SALDO PENDENTE.
      ******************************************************************
       0100-CARREGA-ABERTAS SECTION.
           OPEN INPUT PURCH-ORDER-FILE.
           IF WRK-PO-STATUS NOT = '00'
               GO TO 0100-EXIT
           END-IF.

           PERFORM UNTIL PO-ACABOU
               READ PURCH-ORDER-FILE NEXT
                   AT END
                       MOVE 'S' TO WRK-PO-EOF
                   NOT AT END
                       IF NOT PO-FECHADA
                           IF WRK-ABT-QTD < 500
                               PERFORM 0150-GUARDA-LINHA
                           ELSE
                               DISPLAY 'TABELA CHEIA - LINHA '
                                       PO-NUMERO '/' PO-LINHA
                                       ' FORA DO RELATORIO'
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE PURCH-ORDER-FILE.
       0100-EXIT.
           EXIT.

      ******************************************************************
      * 0150-GUARDA-LINHA - UMA LINHA EM ABERTO NA TABELA.
      ******************************************************************
       0150-GUARDA-LINHA SECTION.
           ADD 1 TO WRK-ABT-QTD.
           MOVE PO-FORNECEDOR TO WRK-ABT-FORNECEDOR(WRK-ABT-QTD).
           MOVE PO-PREVISTA   TO WRK-ABT-PREVISTA(WRK-ABT-QTD).
           MOVE PO-NUMERO     TO WRK-ABT-PEDIDO(WRK-ABT-QTD).
           MOVE PO-LINHA      TO WRK-ABT-NLINHA(WRK-ABT-QTD).
           MOVE PO-FILIAL     TO WRK-ABT-FILIAL(WRK-ABT-QTD).
           MOVE PO-PRODUTO    TO WRK-ABT-PRODUTO(WRK-ABT-QTD).
           COMPUTE WRK-ABT-PENDENTE(WRK-ABT-QTD) =
               PO-QTDE-PEDIDA - PO-QTDE-RECEBIDA.
           COMPUTE WRK-ABT-VALOR(WRK-ABT-QTD) =
               WRK-ABT-PENDENTE(WRK-ABT-QTD) * PO-PRECO-UNIT.

      ******************************************************************
      * 0200-ORDENA - ORDENA A TABELA PELA CHAVE FORNECEDOR + DATA
      * PREVISTA + PEDIDO + LINHA, MENOR PRIMEIRO.
      ******************************************************************
       0200-ORDENA SECTION.
           PERFORM VARYING WRK-ABT-IDX FROM 1 BY 1
                   UNTIL WRK-ABT-IDX >= WRK-ABT-QTD
               PERFORM VARYING WRK-ABT-JDX FROM 1 BY 1
                       UNTIL WRK-ABT-JDX >= WRK-ABT-QTD
                   IF WRK-ABT-ORDEM(WRK-ABT-JDX) >
                       WRK-ABT-ORDEM(WRK-ABT-JDX + 1)
                       MOVE WRK-ABT-LINHA(WRK-ABT-JDX)
                           TO WRK-TROCA-LINHA
                       MOVE WRK-ABT-LINHA(WRK-ABT-JDX + 1)
                           TO WRK-ABT-LINHA(WRK-ABT-JDX)
                       MOVE WRK-TROCA-LINHA
                           TO WRK-ABT-LINHA(WRK-ABT-JDX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      ******************************************************************
      * 0300-IMPRIME - UMA LINHA POR LINHA DE PEDIDO EM ABERTO, COM
      * QUEBRA E TOTAL POR FORNECEDOR E TOTAL GERAL NO FIM.
      ******************************************************************
       0300-IMPRIME SECTION.
           OPEN OUTPUT OPEN-PO-REPORT-FILE.
           MOVE SPACES TO OP-LINHA.
           STRING 'PEDIDOS DE COMPRA EM ABERTO EM ' WRK-HOJE
               DELIMITED BY SIZE INTO OP-LINHA
           END-STRING
           WRITE OP-LINHA.
           MOVE SPACES TO OP-LINHA.
           WRITE OP-LINHA FROM '-------------------------------------'.

           OPEN INPUT SUPP-MASTER-FILE.

           PERFORM VARYING WRK-ABT-IDX FROM 1 BY 1
                   UNTIL WRK-ABT-IDX > WRK-ABT-QTD
               IF WRK-ABT-IDX = 1 OR
                   WRK-ABT-FORNECEDOR(WRK-ABT-IDX) NOT =
                   WRK-FORN-ANTERIOR
                   IF WRK-ABT-IDX > 1
                       PERFORM 0380-TOTAL-FORNECEDOR
                   END-IF
                   PERFORM 0350-CABECALHO-FORNECEDOR
               END-IF
               PERFORM 0360-IMPRIME-LINHA
           END-PERFORM.

           IF WRK-ABT-QTD > 0
               PERFORM 0380-TOTAL-FORNECEDOR
           END-IF.

           IF WRK-SUPP-STATUS = '00'
               CLOSE SUPP-MASTER-FILE
           END-IF.

           MOVE SPACES TO OP-LINHA.
           WRITE OP-LINHA FROM '-------------------------------------'.
           MOVE WRK-TOT-GERAL TO WRK-CURR-ED-09.
           MOVE SPACES TO OP-LINHA.
           STRING 'TOTAL PENDENTE: ' WRK-CURR-ED-09
                  ' LINHAS: ' WRK-ABT-QTD
                  ' ATRASADAS: ' WRK-QTDE-ATRASADAS
               DELIMITED BY SIZE INTO OP-LINHA
           END-STRING
           WRITE OP-LINHA.

           CLOSE OPEN-PO-REPORT-FILE.

           DISPLAY 'LINHAS EM ABERTO: ' WRK-ABT-QTD
                   ' ATRASADAS: ' WRK-QTDE-ATRASADAS.

      ******************************************************************
      * 0350-CABECALHO-FORNECEDOR - ABRE O GRUPO DO FORNECEDOR COM O
      * NOME DO SUPPMASTER.
      ******************************************************************
       0350-CABECALHO-FORNECEDOR SECTION.
           MOVE WRK-ABT-FORNECEDOR(WRK-ABT-IDX) TO WRK-FORN-ANTERIOR.
           MOVE 0 TO WRK-TOT-FORN.
           MOVE 'NAO CADASTRADO' TO WRK-NOME.

           IF WRK-SUPP-STATUS = '00'
               MOVE WRK-FORN-ANTERIOR TO SU-CODIGO
               READ SUPP-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SU-NOME TO WRK-NOME
               END-READ
           END-IF.

           MOVE SPACES TO OP-LINHA.
           WRITE OP-LINHA.
           MOVE SPACES TO OP-LINHA.
           STRING 'FORNECEDOR ' WRK-FORN-ANTERIOR ' ' WRK-NOME
               DELIMITED BY SIZE INTO OP-LINHA
           END-STRING
           WRITE OP-LINHA.

      ******************************************************************
      * 0360-IMPRIME-LINHA - LINHA EM ABERTO COM O SALDO PENDENTE E OS
      * DIAS DE ATRASO QUANDO A DATA PREVISTA JA PASSOU.
      ******************************************************************
       0360-IMPRIME-LINHA SECTION.
           MOVE SPACES TO WRK-SITUACAO-ED.
           IF WRK-ABT-PREVISTA(WRK-ABT-IDX) < WRK-HOJE
               MOVE 'S' TO DU-FUNCAO
               MOVE WRK-ABT-PREVISTA(WRK-ABT-IDX) TO DU-DATA
               CALL 'DATEUTIL' USING DU-PARM
               COMPUTE WRK-ATRASO = WRK-DIAS-HOJE - DU-DIAS-CORRIDOS
               STRING 'ATRASO ' WRK-ATRASO ' D'
                   DELIMITED BY SIZE INTO WRK-SITUACAO-ED
               END-STRING
               ADD 1 TO WRK-QTDE-ATRASADAS
           END-IF.

           ADD WRK-ABT-VALOR(WRK-ABT-IDX) TO WRK-TOT-FORN.
           ADD WRK-ABT-VALOR(WRK-ABT-IDX) TO WRK-TOT-GERAL.

           MOVE WRK-ABT-VALOR(WRK-ABT-IDX) TO WRK-CURR-ED-09.
           MOVE SPACES TO OP-LINHA.
           STRING '  PREV ' WRK-ABT-PREVISTA(WRK-ABT-IDX)
                  ' PC ' WRK-ABT-PEDIDO(WRK-ABT-IDX)
                  '/' WRK-ABT-NLINHA(WRK-ABT-IDX)
                  ' FIL ' WRK-ABT-FILIAL(WRK-ABT-IDX)
                  ' ' WRK-ABT-PRODUTO(WRK-ABT-IDX)
                  ' PEND ' WRK-ABT-PENDENTE(WRK-ABT-IDX)
                  ' ' WRK-CURR-ED-09
                  ' ' WRK-SITUACAO-ED
               DELIMITED BY SIZE INTO OP-LINHA
           END-STRING
           WRITE OP-LINHA.

      ******************************************************************
      * 0380-TOTAL-FORNECEDOR - VALOR PENDENTE DO FORNECEDOR.
      ******************************************************************
       0380-TOTAL-FORNECEDOR SECTION.
           MOVE WRK-TOT-FORN TO WRK-CURR-ED-09.
           MOVE SPACES TO OP-LINHA.
           STRING '  TOTAL DO FORNECEDOR: ' WRK-CURR-ED-09
               DELIMITED BY SIZE INTO OP-LINHA
           END-STRING
           WRITE OP-LINHA.

       END PROGRAM PROGCOB124.
