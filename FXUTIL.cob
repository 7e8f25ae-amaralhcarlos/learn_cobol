       IDENTIFICATION DIVISION.
       PROGRAM-ID. FXUTIL.
      ******************************************************************
      *AUTHOR: CARLOS AMARAL
      *DATE: 15/10/2026
      *PURPOSE: SUBPROGRAMA DE CAMBIO (MESMO DESENHO DE SUBPROGRAMA DO
      *         PRICEUTIL). AS COTACOES DIARIAS FICAM NO FXRATE E A
      *         REGRA DE QUAL TAXA VALE EM UMA DATA FICA AQUI EM UM
      *         LUGAR SO: A POSTAGEM DE PEDIDOS (PROGCOB025) CONVERTE
      *         A VENDA DE EXPORTACAO PELA TAXA DA EMISSAO, A APLICACAO
      *         DE RECEBIMENTOS (PROGCOB069) PELA TAXA DO RECEBIMENTO
      *         E A REAVALIACAO (PROGCOB138) PELA TAXA DO FIM DO MES.
      *         O FXRATE E CARREGADO EM MEMORIA NA PRIMEIRA CHAMADA.
      *         VER AS FUNCOES NA COPY FXUTIL-PARM.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FX-RATE-FILE ASSIGN TO 'FXRATE'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-CAMBIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FX-RATE-FILE.
           COPY 'FXRATE-REC.cob'.

       WORKING-STORAGE SECTION.
       77  WRK-CAMBIO-STATUS   PIC X(02)       VALUE SPACES.
       77  WRK-CAMBIO-EOF      PIC X(01)       VALUE 'N'.
           88  CAMBIO-ACABOU                   VALUE 'S'.
       77  WRK-CARREGADO       PIC X(01)       VALUE 'N'.
           88  TABELA-CARREGADA                VALUE 'S'.

      ******************************************************************
      * COTACOES EM MEMORIA (ATE 3000 LINHAS, NA ORDEM DO ARQUIVO).
      ******************************************************************
       77  WRK-COT-QTD         PIC 9(04)       VALUE ZEROES.
       77  WRK-COT-IDX         PIC 9(04)       VALUE ZEROES.
       01  WRK-TAB-COTACOES.
           02  WRK-COT-LINHA   OCCURS 3000 TIMES.
               03  WRK-COT-DATA        PIC 9(08).
               03  WRK-COT-MOEDA       PIC X(03).
               03  WRK-COT-TAXA        PIC 9(03)V9(04).

       LINKAGE SECTION.
           COPY 'FXUTIL-PARM.cob'.

       PROCEDURE DIVISION USING CX-PARM.

           MOVE 'N' TO CX-RETORNO.

           EVALUATE CX-FUNCAO
               WHEN 'T'
                   PERFORM 1000-TAXA-DA-DATA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           GOBACK.

      ******************************************************************
      * 1000-TAXA-DA-DATA - REAL E TAXA 1; PARA AS OUTRAS MOEDAS, FICA
      * COM A COTACAO DE DATA MAIS RECENTE QUE NAO PASSA DE CX-DATA.
      ******************************************************************
       1000-TAXA-DA-DATA SECTION.
           MOVE 0 TO CX-TAXA.
           MOVE 0 TO CX-DATA-TAXA.

           IF CX-MOEDA = SPACES OR CX-MOEDA = 'BRL'
               MOVE 1 TO CX-TAXA
               MOVE CX-DATA TO CX-DATA-TAXA
               MOVE 'S' TO CX-RETORNO
               GO TO 1000-EXIT
           END-IF.

           IF NOT TABELA-CARREGADA
               PERFORM 1100-CARREGA-COTACOES
           END-IF.

           PERFORM VARYING WRK-COT-IDX FROM 1 BY 1
                   UNTIL WRK-COT-IDX > WRK-COT-QTD
               IF WRK-COT-MOEDA(WRK-COT-IDX) = CX-MOEDA
                   AND WRK-COT-DATA(WRK-COT-IDX) <= CX-DATA
                   AND WRK-COT-DATA(WRK-COT-IDX) >= CX-DATA-TAXA
                   MOVE WRK-COT-DATA(WRK-COT-IDX) TO CX-DATA-TAXA
                   MOVE WRK-COT-TAXA(WRK-COT-IDX) TO CX-TAXA
                   MOVE 'S' TO CX-RETORNO
               END-IF
           END-PERFORM.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1100-CARREGA-COTACOES - LE O FXRATE PARA A TABELA EM MEMORIA.
      * SEM O ARQUIVO A TABELA FICA VAZIA E NENHUMA MOEDA ESTRANGEIRA
      * TEM COTACAO. LINHA COM TAXA ZERADA OU NAO NUMERICA E IGNORADA.
      ******************************************************************
       1100-CARREGA-COTACOES SECTION.
           MOVE 'S' TO WRK-CARREGADO.
           MOVE 0 TO WRK-COT-QTD.

           OPEN INPUT FX-RATE-FILE.
           IF WRK-CAMBIO-STATUS NOT = '00'
               DISPLAY 'FXRATE NAO ENCONTRADO - SEM COTACOES DE CAMBIO'
               GO TO 1100-EXIT
           END-IF.

           MOVE 'N' TO WRK-CAMBIO-EOF.
           PERFORM UNTIL CAMBIO-ACABOU
               READ FX-RATE-FILE
                   AT END
                       MOVE 'S' TO WRK-CAMBIO-EOF
                   NOT AT END
                       IF CB-DATA NUMERIC AND CB-TAXA NUMERIC
                           AND CB-TAXA > 0
                           AND WRK-COT-QTD < 3000
                           ADD 1 TO WRK-COT-QTD
                           MOVE CB-DATA  TO WRK-COT-DATA(WRK-COT-QTD)
                           MOVE CB-MOEDA TO WRK-COT-MOEDA(WRK-COT-QTD)
                           MOVE CB-TAXA  TO WRK-COT-TAXA(WRK-COT-QTD)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FX-RATE-FILE.
       1100-EXIT.
           EXIT.

       END PROGRAM FXUTIL.
