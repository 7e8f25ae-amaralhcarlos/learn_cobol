       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDLUTIL.
      ******************************************************************
      *AUTHOR: CARLOS AMARAL
      *DATE: 15/10/2026
      *PURPOSE: SUBPROGRAMA DAS LINHAS DE PEDIDO (MESMO DESENHO DE
      *         SUBPROGRAMA DO STOCKUTIL). AS LINHAS FICAM NO
      *         ORDERLINES, INDEXADO POR TXN-ID + LINHA, E A REGRA DE
      *         QUE O VALOR DO CABECALHO E A SOMA DAS LINHAS FICA AQUI
      *         EM UM LUGAR SO: A ENTRADA DE PEDIDOS (PROGCOB084 E
      *         PROGCOB014) GRAVA, A CRITICA (PROGCOB053), A POSTAGEM
      *         (PROGCOB025) E A BANCADA DE REENVIO (PROGCOB110)
      *         PROVAM ANTES DE ACEITAR O PEDIDO. VER AS FUNCOES NA
      *         COPY ORDLUTIL-PARM.
      *MODIFICATION HISTORY:
      * 15/10/2026 - NOVA FUNCAO 'C', QUE PROVA AS LINHAS DA TABELA
      *              ANTES DE GRAVAR, PARA A ENTRADA DE PEDIDOS NAO
      *              DEIXAR NO ORDERLINES LINHAS DE PEDIDO RECUSADO.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDER-LINE-FILE ASSIGN TO 'ORDERLINES'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OL-CHAVE
               FILE STATUS IS WRK-LINHA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ORDER-LINE-FILE.
           COPY 'ORDERLINE-REC.cob'.

       WORKING-STORAGE SECTION.
       77  WRK-LINHA-STATUS    PIC X(02)       VALUE SPACES.
       77  WRK-LINHA-EOF       PIC X(01)       VALUE 'N'.
           88  LINHA-ACABOU                    VALUE 'S'.
       77  WRK-IDX             PIC 9(02)       VALUE ZEROES.
       77  WRK-CALCULADO       PIC 9(08)V99    VALUE ZEROES.

       LINKAGE SECTION.
           COPY 'ORDLUTIL-PARM.cob'.

       PROCEDURE DIVISION USING LN-PARM.

           MOVE 'N' TO LN-RETORNO.

           EVALUATE LN-FUNCAO
               WHEN 'L'
                   PERFORM 1000-LE-LINHAS
               WHEN 'P'
                   PERFORM 2000-PROVA-LINHAS
               WHEN 'C'
                   PERFORM 2500-CONFERE-TABELA
               WHEN 'G'
                   PERFORM 3000-GRAVA-LINHAS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           GOBACK.

      ******************************************************************
      * 1000-LE-LINHAS - CARREGA AS LINHAS DO PEDIDO NA TABELA DA
      * AREA DE PARAMETROS E SOMA OS VALORES. SEM O ARQUIVO OU SEM
      * LINHAS, DEVOLVE 'N' COM A TABELA VAZIA.
      ******************************************************************
       1000-LE-LINHAS SECTION.
           MOVE 0 TO LN-QTDE-LINHAS.
           MOVE 0 TO LN-TOTAL.

           OPEN INPUT ORDER-LINE-FILE.
           IF WRK-LINHA-STATUS NOT = '00'
               GO TO 1000-EXIT
           END-IF.

           MOVE LN-PEDIDO TO OL-PEDIDO.
           MOVE 0 TO OL-LINHA.
           MOVE 'N' TO WRK-LINHA-EOF.
           START ORDER-LINE-FILE KEY IS NOT LESS THAN OL-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-LINHA-EOF
           END-START.

           PERFORM UNTIL LINHA-ACABOU
               READ ORDER-LINE-FILE NEXT
                   AT END
                       MOVE 'S' TO WRK-LINHA-EOF
                   NOT AT END
                       IF OL-PEDIDO NOT = LN-PEDIDO
                           OR LN-QTDE-LINHAS >= 20
                           MOVE 'S' TO WRK-LINHA-EOF
                       ELSE
                           ADD 1 TO LN-QTDE-LINHAS
                           MOVE OL-PRODUTO
                               TO LN-PRODUTO(LN-QTDE-LINHAS)
                           MOVE OL-QTDE
                               TO LN-QTDE(LN-QTDE-LINHAS)
                           MOVE OL-PRECO-UNIT
                               TO LN-PRECO-UNIT(LN-QTDE-LINHAS)
                           MOVE OL-VALOR
                               TO LN-VALOR(LN-QTDE-LINHAS)
                           ADD OL-VALOR TO LN-TOTAL
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ORDER-LINE-FILE.

           IF LN-QTDE-LINHAS > 0
               MOVE 'S' TO LN-RETORNO
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROVA-LINHAS - LE AS LINHAS E PROVA O PEDIDO: CADA LINHA
      * COM QUANTIDADE E VALOR = QUANTIDADE X PRECO UNITARIO, E A
      * SOMA DAS LINHAS IGUAL AO VALOR DO CABECALHO.
      ******************************************************************
       2000-PROVA-LINHAS SECTION.
           PERFORM 1000-LE-LINHAS.
           IF LN-RETORNO NOT = 'S'
               GO TO 2000-EXIT
           END-IF.

           PERFORM 2100-PROVA-TABELA.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2100-PROVA-TABELA - PROVA AS LINHAS DA TABELA (LN-TOTAL JA
      * SOMADO) CONTRA O VALOR DO CABECALHO. LN-RETORNO CHEGA 'S'.
      ******************************************************************
       2100-PROVA-TABELA SECTION.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > LN-QTDE-LINHAS
               COMPUTE WRK-CALCULADO =
                   LN-QTDE(WRK-IDX) * LN-PRECO-UNIT(WRK-IDX)
                   ON SIZE ERROR
                       MOVE 0 TO WRK-CALCULADO
               END-COMPUTE
               IF LN-QTDE(WRK-IDX) = 0
                   OR LN-VALOR(WRK-IDX) NOT = WRK-CALCULADO
                   MOVE 'D' TO LN-RETORNO
               END-IF
           END-PERFORM.

           IF LN-TOTAL NOT = LN-VALOR-PEDIDO
               MOVE 'D' TO LN-RETORNO
           END-IF.

      ******************************************************************
      * 2500-CONFERE-TABELA - PROVA AS LINHAS QUE O CHAMADOR MONTOU NA
      * TABELA, SEM LER O ORDERLINES, SOMANDO OS VALORES EM LN-TOTAL.
      ******************************************************************
       2500-CONFERE-TABELA SECTION.
           MOVE 0 TO LN-TOTAL.
           IF LN-QTDE-LINHAS = 0
               GO TO 2500-EXIT
           END-IF.

           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > LN-QTDE-LINHAS
               ADD LN-VALOR(WRK-IDX) TO LN-TOTAL
                   ON SIZE ERROR
                       MOVE 'D' TO LN-RETORNO
                       GO TO 2500-EXIT
               END-ADD
           END-PERFORM.

           MOVE 'S' TO LN-RETORNO.
           PERFORM 2100-PROVA-TABELA.
       2500-EXIT.
           EXIT.

      ******************************************************************
      * 3000-GRAVA-LINHAS - APAGA AS LINHAS QUE O PEDIDO JA TINHA E
      * GRAVA AS DA TABELA. A PRIMEIRA GRAVACAO CRIA O ORDERLINES.
      ******************************************************************
       3000-GRAVA-LINHAS SECTION.
           OPEN I-O ORDER-LINE-FILE.
           IF WRK-LINHA-STATUS NOT = '00'
               OPEN OUTPUT ORDER-LINE-FILE
               CLOSE ORDER-LINE-FILE
               OPEN I-O ORDER-LINE-FILE
               IF WRK-LINHA-STATUS NOT = '00'
                   GO TO 3000-EXIT
               END-IF
           END-IF.

           MOVE LN-PEDIDO TO OL-PEDIDO.
           MOVE 0 TO OL-LINHA.
           MOVE 'N' TO WRK-LINHA-EOF.
           START ORDER-LINE-FILE KEY IS NOT LESS THAN OL-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-LINHA-EOF
           END-START.

           PERFORM UNTIL LINHA-ACABOU
               READ ORDER-LINE-FILE NEXT
                   AT END
                       MOVE 'S' TO WRK-LINHA-EOF
                   NOT AT END
                       IF OL-PEDIDO NOT = LN-PEDIDO
                           MOVE 'S' TO WRK-LINHA-EOF
                       ELSE
                           DELETE ORDER-LINE-FILE
                       END-IF
               END-READ
           END-PERFORM.

           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > LN-QTDE-LINHAS
               MOVE LN-PEDIDO              TO OL-PEDIDO
               MOVE WRK-IDX                TO OL-LINHA
               MOVE LN-PRODUTO(WRK-IDX)    TO OL-PRODUTO
               MOVE LN-QTDE(WRK-IDX)       TO OL-QTDE
               MOVE LN-PRECO-UNIT(WRK-IDX) TO OL-PRECO-UNIT
               MOVE LN-VALOR(WRK-IDX)      TO OL-VALOR
               WRITE OL-REGISTRO
           END-PERFORM.

           CLOSE ORDER-LINE-FILE.
           MOVE 'S' TO LN-RETORNO.
       3000-EXIT.
           EXIT.

       END PROGRAM ORDLUTIL.
