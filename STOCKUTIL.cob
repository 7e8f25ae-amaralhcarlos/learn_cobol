       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOCKUTIL.
      ******************************************************************
      *AUTHOR: CARLOS AMARAL
      *DATE: 15/10/2026
      *PURPOSE: SUBPROGRAMA DE SALDO DE ESTOQUE (MESMO DESENHO DE
      *         SUBPROGRAMA DO DATEUTIL). O SALDO FICA NO STOCKBAL,
      *         INDEXADO POR PRODUTO + FILIAL, E TODO MOVIMENTO QUE O
      *         ALTERA (SAIDA NA POSTAGEM DO PEDIDO, ENTRADA NO
      *         RECEBIMENTO, AJUSTE MANUAL) E GRAVADO NO LOG STOCKMOV,
      *         PARA O ALMOXARIFADO EXPLICAR CADA SALDO. A POSTAGEM DO
      *         PROGCOB025 E O FECHAMENTO DO PROGCOB014 VERIFICAM E
      *         BAIXAM O SALDO POR AQUI; A MANUTENCAO E A CONSULTA
      *         FICAM NO PROGCOB121. VER AS FUNCOES NA COPY
      *         STOCKUTIL-PARM.
      *MODIFICATION HISTORY:
      * 15/10/2026 - NOVA FUNCAO 'T' (TOTAL DO PRODUTO EM TODAS AS
      *              FILIAIS), PARA O RECEBIMENTO DO PROGCOB123
      *              PONDERAR O CUSTO MEDIO PELO ESTOQUE DA EMPRESA.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STOCK-BAL-FILE ASSIGN TO 'STOCKBAL'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SB-CHAVE
               FILE STATUS IS WRK-SALDO-STATUS.

           SELECT STOCK-MOV-FILE ASSIGN TO 'STOCKMOV'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-MOV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STOCK-BAL-FILE.
           COPY 'STOCKBAL-REC.cob'.

       FD  STOCK-MOV-FILE.
           COPY 'STOCKMOV-REC.cob'.

       WORKING-STORAGE SECTION.
       77  WRK-SALDO-STATUS    PIC X(02)       VALUE SPACES.
       77  WRK-MOV-STATUS      PIC X(02)       VALUE SPACES.
       77  WRK-ABERTO          PIC X(01)       VALUE 'N'.
       77  WRK-TEM-SALDO       PIC X(01)       VALUE 'N'.
           88  SALDO-EXISTE                    VALUE 'S'.
       77  WRK-TIPO-MOV        PIC X(01)       VALUE SPACES.
       77  WRK-SENTIDO-MOV     PIC X(01)       VALUE SPACES.
       77  WRK-SALDO-EOF       PIC X(01)       VALUE 'N'.
           88  SALDO-ACABOU                    VALUE 'S'.

       01  WRK-HOJE.
           02  WRK-HOJE-ANO    PIC 9(04)       VALUE ZEROES.
           02  WRK-HOJE-MES    PIC 9(02)       VALUE ZEROES.
           02  WRK-HOJE-DIA    PIC 9(02)       VALUE ZEROES.

       LINKAGE SECTION.
           COPY 'STOCKUTIL-PARM.cob'.

       PROCEDURE DIVISION USING SK-PARM.

           MOVE 'N' TO SK-RETORNO.
           MOVE 'S' TO SK-CONTROLE.
           MOVE ZEROES TO SK-SALDO.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.

           EVALUATE SK-FUNCAO
               WHEN 'C'
                   PERFORM 1000-CONSULTA
               WHEN 'V'
                   PERFORM 2000-VERIFICA
               WHEN 'S'
                   PERFORM 3000-SAIDA
               WHEN 'E'
                   PERFORM 4000-ENTRADA
               WHEN 'A'
                   PERFORM 5000-AJUSTE
               WHEN 'T'
                   PERFORM 6000-TOTAL-PRODUTO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           GOBACK.

      ******************************************************************
      * 0100-ABRE-SALDO - ABRE O STOCKBAL PARA ATUALIZACAO. SEM O
      * ARQUIVO, O ESTOQUE NAO ESTA SENDO CONTROLADO (SK-CONTROLE 'N').
      ******************************************************************
       0100-ABRE-SALDO SECTION.
           MOVE 'N' TO WRK-ABERTO.
           OPEN I-O STOCK-BAL-FILE.
           IF WRK-SALDO-STATUS NOT = '00'
               MOVE 'N' TO SK-CONTROLE
           ELSE
               MOVE 'S' TO WRK-ABERTO
           END-IF.

      ******************************************************************
      * 0200-LE-SALDO - LE O REGISTRO DO PRODUTO/FILIAL; SEM REGISTRO,
      * O SALDO E ZERO.
      ******************************************************************
       0200-LE-SALDO SECTION.
           MOVE 'N' TO WRK-TEM-SALDO.
           MOVE SK-PRODUTO TO SB-PRODUTO.
           MOVE SK-FILIAL  TO SB-FILIAL.
           READ STOCK-BAL-FILE
               INVALID KEY
                   MOVE ZEROES TO SB-QTDE
               NOT INVALID KEY
                   MOVE 'S' TO WRK-TEM-SALDO
                   IF SB-QTDE NOT NUMERIC
                       MOVE ZEROES TO SB-QTDE
                   END-IF
           END-READ.
           MOVE SB-QTDE TO SK-SALDO.

      ******************************************************************
      * 0300-GRAVA-SALDO - REGRAVA (OU GRAVA PELA PRIMEIRA VEZ) O
      * REGISTRO DO PRODUTO/FILIAL COM O SALDO NOVO.
      ******************************************************************
       0300-GRAVA-SALDO SECTION.
           MOVE SK-PRODUTO TO SB-PRODUTO.
           MOVE SK-FILIAL  TO SB-FILIAL.
           MOVE SK-SALDO   TO SB-QTDE.
           MOVE WRK-HOJE   TO SB-DATA-ULT-MOV.
           IF SALDO-EXISTE
               REWRITE SB-REGISTRO
           ELSE
               WRITE SB-REGISTRO
           END-IF.

      ******************************************************************
      * 0900-GRAVA-MOVIMENTO - ACRESCENTA O MOVIMENTO APLICADO AO LOG
      * STOCKMOV, COM O SALDO RESULTANTE.
      ******************************************************************
       0900-GRAVA-MOVIMENTO SECTION.
           OPEN EXTEND STOCK-MOV-FILE.
           IF WRK-MOV-STATUS NOT = '00'
               OPEN OUTPUT STOCK-MOV-FILE
           END-IF.

           MOVE WRK-HOJE        TO MV-DATA.
           MOVE SK-PRODUTO      TO MV-PRODUTO.
           MOVE SK-FILIAL       TO MV-FILIAL.
           MOVE WRK-TIPO-MOV    TO MV-TIPO.
           MOVE WRK-SENTIDO-MOV TO MV-SENTIDO.
           MOVE SK-QTDE         TO MV-QTDE.
           MOVE SK-SALDO        TO MV-SALDO.
           IF SK-DOCUMENTO NUMERIC
               MOVE SK-DOCUMENTO TO MV-DOCUMENTO
           ELSE
               MOVE ZEROES TO MV-DOCUMENTO
           END-IF.
           MOVE SK-PROGRAMA     TO MV-PROGRAMA.
           MOVE SK-OPERADOR     TO MV-OPERADOR.
           WRITE MV-REGISTRO.

           CLOSE STOCK-MOV-FILE.

      ******************************************************************
      * 1000-CONSULTA - DEVOLVE O SALDO DO PRODUTO/FILIAL.
      ******************************************************************
       1000-CONSULTA SECTION.
           PERFORM 0100-ABRE-SALDO.
           IF WRK-ABERTO = 'N'
               GO TO 1000-EXIT
           END-IF.
           PERFORM 0200-LE-SALDO.
           CLOSE STOCK-BAL-FILE.
           MOVE 'S' TO SK-RETORNO.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-VERIFICA - DIZ SE O SALDO COBRE A QUANTIDADE PEDIDA.
      * ESTOQUE NAO CONTROLADO SEMPRE COBRE.
      ******************************************************************
       2000-VERIFICA SECTION.
           PERFORM 0100-ABRE-SALDO.
           IF WRK-ABERTO = 'N'
               MOVE 'S' TO SK-RETORNO
               GO TO 2000-EXIT
           END-IF.
           PERFORM 0200-LE-SALDO.
           CLOSE STOCK-BAL-FILE.
           IF SK-SALDO >= SK-QTDE
               MOVE 'S' TO SK-RETORNO
           END-IF.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 3000-SAIDA - BAIXA A QUANTIDADE DO SALDO E REGISTRA A SAIDA.
      * SALDO INSUFICIENTE NAO BAIXA NADA E DEVOLVE 'N'.
      ******************************************************************
       3000-SAIDA SECTION.
           PERFORM 0100-ABRE-SALDO.
           IF WRK-ABERTO = 'N'
               MOVE 'S' TO SK-RETORNO
               GO TO 3000-EXIT
           END-IF.
           PERFORM 0200-LE-SALDO.
           IF SK-SALDO < SK-QTDE
               CLOSE STOCK-BAL-FILE
               GO TO 3000-EXIT
           END-IF.

           SUBTRACT SK-QTDE FROM SK-SALDO.
           PERFORM 0300-GRAVA-SALDO.
           CLOSE STOCK-BAL-FILE.

           MOVE 'S' TO WRK-TIPO-MOV.
           MOVE '-' TO WRK-SENTIDO-MOV.
           PERFORM 0900-GRAVA-MOVIMENTO.
           MOVE 'S' TO SK-RETORNO.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 4000-ENTRADA - SOMA A QUANTIDADE AO SALDO E REGISTRA A
      * ENTRADA. A PRIMEIRA ENTRADA CRIA O STOCKBAL, LIGANDO O
      * CONTROLE DE ESTOQUE.
      ******************************************************************
       4000-ENTRADA SECTION.
           PERFORM 0100-ABRE-SALDO.
           IF WRK-ABERTO = 'N'
               OPEN OUTPUT STOCK-BAL-FILE
               CLOSE STOCK-BAL-FILE
               PERFORM 0100-ABRE-SALDO
               IF WRK-ABERTO = 'N'
                   GO TO 4000-EXIT
               END-IF
               MOVE 'S' TO SK-CONTROLE
           END-IF.
           PERFORM 0200-LE-SALDO.

           ADD SK-QTDE TO SK-SALDO
               ON SIZE ERROR
                   CLOSE STOCK-BAL-FILE
                   GO TO 4000-EXIT
           END-ADD.
           PERFORM 0300-GRAVA-SALDO.
           CLOSE STOCK-BAL-FILE.

           MOVE 'E' TO WRK-TIPO-MOV.
           MOVE '+' TO WRK-SENTIDO-MOV.
           PERFORM 0900-GRAVA-MOVIMENTO.
           MOVE 'S' TO SK-RETORNO.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 5000-AJUSTE - SOMA OU SUBTRAI A QUANTIDADE CONFORME SK-SENTIDO
      * E REGISTRA O AJUSTE. O AJUSTE NUNCA DEIXA O SALDO NEGATIVO.
      ******************************************************************
       5000-AJUSTE SECTION.
           IF SK-SENTIDO NOT = '+' AND SK-SENTIDO NOT = '-'
               GO TO 5000-EXIT
           END-IF.

           PERFORM 0100-ABRE-SALDO.
           IF WRK-ABERTO = 'N'
               OPEN OUTPUT STOCK-BAL-FILE
               CLOSE STOCK-BAL-FILE
               PERFORM 0100-ABRE-SALDO
               IF WRK-ABERTO = 'N'
                   GO TO 5000-EXIT
               END-IF
               MOVE 'S' TO SK-CONTROLE
           END-IF.
           PERFORM 0200-LE-SALDO.

           IF SK-SENTIDO = '-'
               IF SK-SALDO < SK-QTDE
                   CLOSE STOCK-BAL-FILE
                   GO TO 5000-EXIT
               END-IF
               SUBTRACT SK-QTDE FROM SK-SALDO
           ELSE
               ADD SK-QTDE TO SK-SALDO
                   ON SIZE ERROR
                       CLOSE STOCK-BAL-FILE
                       GO TO 5000-EXIT
               END-ADD
           END-IF.
           PERFORM 0300-GRAVA-SALDO.
           CLOSE STOCK-BAL-FILE.

           MOVE 'A' TO WRK-TIPO-MOV.
           MOVE SK-SENTIDO TO WRK-SENTIDO-MOV.
           PERFORM 0900-GRAVA-MOVIMENTO.
           MOVE 'S' TO SK-RETORNO.
       5000-EXIT.
           EXIT.

      ******************************************************************
      * 6000-TOTAL-PRODUTO - SOMA O SALDO DO PRODUTO EM TODAS AS
      * FILIAIS (A CHAVE COMECA PELO PRODUTO, ENTAO AS FILIAIS DELE
      * VEM EM SEQUENCIA).
      ******************************************************************
       6000-TOTAL-PRODUTO SECTION.
           PERFORM 0100-ABRE-SALDO.
           IF WRK-ABERTO = 'N'
               GO TO 6000-EXIT
           END-IF.

           MOVE 'N' TO WRK-SALDO-EOF.
           MOVE SK-PRODUTO TO SB-PRODUTO.
           MOVE ZEROES TO SB-FILIAL.
           START STOCK-BAL-FILE KEY IS NOT LESS THAN SB-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-SALDO-EOF
           END-START.

           PERFORM UNTIL SALDO-ACABOU
               READ STOCK-BAL-FILE NEXT
                   AT END
                       MOVE 'S' TO WRK-SALDO-EOF
                   NOT AT END
                       IF SB-PRODUTO NOT = SK-PRODUTO
                           MOVE 'S' TO WRK-SALDO-EOF
                       ELSE
                           IF SB-QTDE NUMERIC
                               ADD SB-QTDE TO SK-SALDO
                                   ON SIZE ERROR
                                       MOVE 9999999 TO SK-SALDO
                               END-ADD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE STOCK-BAL-FILE.
           MOVE 'S' TO SK-RETORNO.
       6000-EXIT.
           EXIT.

       END PROGRAM STOCKUTIL.
