      *              S04 (VENDA) OU F07 (FRETE). FILIAL ZERADA OU NAO
      *              NUMERICA (LINHA ANTIGA) PASSA, E SEM O CADASTRO
      *              NO AR A CONFERENCIA FICA DESLIGADA.
      * 15/10/2026 - O PEDIDO PASSOU A TER LINHAS ESTRUTURADAS
      *              (ORDERLINES, VIA ORDLUTIL: PRODUTO, QUANTIDADE,
      *              PRECO UNITARIO E VALOR POR LINHA). AS LINHAS QUE
      *              CHEGAM NO ORDERLINESRAW JUNTO COM A REMESSA DE
      *              FRETE SAO CARREGADAS NO ORDERLINES ANTES DA
      *              CRITICA (AS DA VENDA JA VEM GRAVADAS PELO
      *              PROGCOB084). PEDIDO COM LINHAS TEM O CABECALHO
      *              PROVADO CONTRA ELAS: SOMA DIFERENTE DO VALOR OU
      *              LINHA COM VALOR DIFERENTE DE QUANTIDADE X PRECO
      *              REPROVA COM S05 (VENDA) OU F08 (FRETE); PRODUTO
      *              DA LINHA FORA DO PRODMASTER REPROVA COM S05/F04.
      *              NO FRETE, O PESO PASSA A SER DERIVADO DAS
      *              QUANTIDADES DAS LINHAS. PEDIDO ANTIGO SEM LINHAS
      *              SEGUE PELO CAMPO DE PRODUTOS, COMO SEMPRE.
      * 15/10/2026 - O PRECO DE TABELA DO PRODUTO NA CONFERENCIA DO
      *              ACORDO PASSOU A SER O DA LISTA DE PRECOS COM
      *              VIGENCIA (PRICEUTIL) NA DATA DO PEDIDO, ANTES DOS
      *              ACORDOS DO PRICEAGREE; SEM ENTRADA NA LISTA VALE
      *              O PRECO DO PRODMASTER. A REMESSA DE FRETE NAO
      *              TRAZ DATA, ENTAO A DATA DO PEDIDO E A DO
      *              PROCESSAMENTO.
      * 15/10/2026 - A REMESSA DE FRETE GANHOU A MOEDA DA VENDA NO FIM
      *              DA LINHA (FRW-MOEDA, PARA A VENDA DE EXPORTACAO EM
      *              MOEDA ESTRANGEIRA), LEVADA PARA O FREIGHTTXN. LINHA
      *              ANTIGA SEM O CAMPO SAI COMO BRL
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-DEV-STATUS.

           SELECT ORDER-LINE-RAW-FILE ASSIGN TO 'ORDERLINESRAW'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-OLRAW-STATUS.

           SELECT REJECT-FILE ASSIGN TO 'EDITREJECTS'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-REJ-STATUS.
           02  FRW-PARCELAS        PIC X(02).
           02  FRW-CEP             PIC X(08).
           02  FRW-SHIPTO          PIC X(03).
           02  FRW-MOEDA           PIC X(03).

       FD  FREIGHT-TXN-FILE.
       01  FTX-REGISTRO            PIC X(106).

       FD  PAYROLL-RAW-FILE.
       01  PRW-REGISTRO.
       FD  PRICE-DEV-FILE.
       01  PD-LINHA                PIC X(100).

       FD  ORDER-LINE-RAW-FILE.
       01  OLR-REGISTRO            PIC X(44).

       FD  REJECT-FILE.
       01  RJ-LINHA                PIC X(110).

       77  WRK-RAW-SOMA        PIC 9(10)V99    VALUE ZEROES.
       77  WRK-LOTE-RUIM       PIC X(01)       VALUE 'N'.

      ******************************************************************
      * LINHAS DO PEDIDO (ORDERLINES, VIA ORDLUTIL). AS LINHAS BRUTAS
      * DO ORDERLINESRAW (MESMO LAYOUT DA COPY ORDERLINE-REC, EM ORDEM
      * DE PEDIDO) SAO AGRUPADAS POR PEDIDO E GRAVADAS ANTES DA
      * CRITICA. WRK-LINHAS-OK: 'S' CONFERE OU PEDIDO SEM LINHAS, 'D'
      * CABECALHO OU LINHA DIVERGENTE, 'P' PRODUTO DESCONHECIDO.
      ******************************************************************
           COPY 'ORDLUTIL-PARM.cob'.
           COPY 'ORDERLINE-REC.cob'.

      ******************************************************************
      * PARAMETROS DO SUBPROGRAMA DA LISTA DE PRECOS (PRICEUTIL)
      ******************************************************************
           COPY 'PRICEUTIL-PARM.cob'.
       77  WRK-OLRAW-STATUS    PIC X(02)       VALUE SPACES.
       77  WRK-OLRAW-EOF       PIC X(01)       VALUE 'N'.
           88  OLRAW-ACABOU                    VALUE 'S'.
       77  WRK-QTDE-PEDIDOS-LIN PIC 9(06)      VALUE ZEROES.
       01  WRK-ID-X            PIC X(10)       VALUE SPACES.
       01  WRK-ID-N REDEFINES WRK-ID-X         PIC 9(10).
       77  WRK-VALOR-CABEC     PIC 9(08)V99    VALUE ZEROES.
       77  WRK-LINHAS-OK       PIC X(01)       VALUE 'S'.
       77  WRK-TEM-LINHAS      PIC X(01)       VALUE 'N'.
       77  WRK-LIN-IDX         PIC 9(02)       VALUE ZEROES.
       77  WRK-PESO-LINHAS     PIC 9(05)V99    VALUE ZEROES.

       77  WRK-MOTIVO          PIC X(03)       VALUE SPACES.
       77  WRK-QTDE-LIDAS      PIC 9(06)       VALUE ZEROES.
       77  WRK-QTDE-LIMPAS     PIC 9(06)       VALUE ZEROES.
           PERFORM 0120-CARREGA-VENDEDORES.
           PERFORM 0140-CARREGA-ENTREGAS.
           PERFORM 0150-CARREGA-ACORDOS.
           PERFORM 0170-CARREGA-LINHAS.

           OPEN EXTEND REJECT-FILE.
           IF WRK-REJ-STATUS NOT = '00'
      ******************************************************************
      * 0200-CRITICA-VENDAS - CRITICA A REMESSA SALESTXNRAW: MES 1-12
      * (S01) E VALOR NUMERICO (S02). LIMPOS VAO PARA SALESTXN.
      * VENDEDOR (S03), FILIAL (S04) E LINHAS DO PEDIDO (S05) SAO
      * CONFERIDOS NA SEQUENCIA.
      ******************************************************************
       0200-CRITICA-VENDAS SECTION.
           OPEN INPUT SALES-RAW-FILE.
                               MOVE 'S04' TO WRK-MOTIVO
                           END-IF
                       END-IF
                       IF WRK-MOTIVO = SPACES
                           MOVE SR-ID TO WRK-ID-X
                           MOVE SR-VALOR TO WRK-VALOR-X7
                           MOVE WRK-VALOR-N7 TO WRK-VALOR-CABEC
                           PERFORM 0390-CONFERE-LINHAS
                           IF WRK-LINHAS-OK NOT = 'S'
                               MOVE 'S05' TO WRK-MOTIVO
                           END-IF
                       END-IF
                       IF WRK-MOTIVO = SPACES
                           ADD 1 TO WRK-QTDE-LIMPAS
                           IF SR-TIPO-LANC NOT = 'C'
      ******************************************************************
      * 0300-CRITICA-FRETE - CRITICA A REMESSA FREIGHTTXNRAW: ESTADO
      * COM FRETE CADASTRADO (F01), VALOR NUMERICO (F02) E PESO
      * NUMERICO (F03). LIMPOS VAO PARA FREIGHTTXN. PRODUTOS (F04),
      * VENDEDOR (F05), ENTREGA (F06), FILIAL (F07) E LINHAS DO
      * PEDIDO (F08) SAO CONFERIDOS NA SEQUENCIA.
      ******************************************************************
       0300-CRITICA-FRETE SECTION.
           OPEN INPUT FREIGHT-RAW-FILE.
                               MOVE 'F07' TO WRK-MOTIVO
                           END-IF
                       END-IF
                       IF WRK-MOTIVO = SPACES
                           MOVE FRW-ID TO WRK-ID-X
                           MOVE FRW-VALOR TO WRK-VALOR-X8
                           MOVE WRK-VALOR-N8 TO WRK-VALOR-CABEC
                           PERFORM 0390-CONFERE-LINHAS
                           IF WRK-LINHAS-OK = 'P'
                               MOVE 'F04' TO WRK-MOTIVO
                           END-IF
                           IF WRK-LINHAS-OK = 'D'
                               MOVE 'F08' TO WRK-MOTIVO
                           END-IF
                           IF WRK-MOTIVO = SPACES
                               AND WRK-PESO-LINHAS > 0
                               MOVE WRK-PESO-LINHAS TO WRK-PESO-SAIDA
                               MOVE WRK-PESO-SAIDA-X TO FRW-PESO
                           END-IF
                       END-IF
                       IF WRK-MOTIVO = SPACES
                           ADD 1 TO WRK-QTDE-LIMPAS
                           IF FRW-PARCELAS NOT NUMERIC
                           IF FRW-CEP NOT NUMERIC
                               MOVE '00000000' TO FRW-CEP
                           END-IF
                           IF FRW-MOEDA = SPACES
                               MOVE 'BRL' TO FRW-MOEDA
                           END-IF
                           MOVE SPACES TO FTX-REGISTRO
                           MOVE 'D' TO FTX-REGISTRO(1:1)
                           MOVE FRW-REGISTRO TO FTX-REGISTRO(2:105)
                           WRITE FTX-REGISTRO
                           ADD 1 TO WRK-QTDE-ARQ
                           MOVE FRW-VALOR TO WRK-VALOR-X8
      ******************************************************************
      * 0375-PRECO-ITEM - PRECO ESPERADO DO PRODUTO DO TOKEN: ACORDO
      * ESPECIFICO DO PRODUTO (P OU D), SENAO ACORDO GERAL D, SENAO
      * PRECO DE TABELA: O DA LISTA DE PRECOS VIGENTE NA DATA DO
      * PEDIDO, OU O DO PRODMASTER QUANDO O PRODUTO NAO TEM ENTRADA.
      ******************************************************************
       0375-PRECO-ITEM SECTION.
           MOVE 0 TO WRK-PRECO-ITEM.
               END-IF
           END-PERFORM.

           MOVE 'P'            TO PC-FUNCAO.
           MOVE WRK-TOKEN(WRK-TOKEN-IDX)(1:8) TO PC-PRODUTO.
           MOVE WRK-HOJE-NUM   TO PC-DATA.
           CALL 'PRICEUTIL' USING PC-PARM.
           IF PC-RETORNO = 'S'
               MOVE PC-PRECO TO WRK-PRECO-ITEM
           END-IF.

           PERFORM VARYING WRK-AGR-IDX FROM 1 BY 1
                   UNTIL WRK-AGR-IDX > WRK-AGR-QTD
               MOVE WRK-AGR-LINHA(WRK-AGR-IDX) TO PA-REGISTRO
       0360-EXIT.
           EXIT.

      ******************************************************************
      * 0170-CARREGA-LINHAS - LE AS LINHAS BRUTAS DO ORDERLINESRAW,
      * AGRUPA POR PEDIDO E GRAVA CADA GRUPO NO ORDERLINES (FUNCAO 'G'
      * DO ORDLUTIL, QUE SUBSTITUI AS LINHAS QUE O PEDIDO JA TINHA).
      * SEM O ARQUIVO, NADA A CARREGAR.
      ******************************************************************
       0170-CARREGA-LINHAS SECTION.
           OPEN INPUT ORDER-LINE-RAW-FILE.
           IF WRK-OLRAW-STATUS NOT = '00'
               GO TO 0170-EXIT
           END-IF.

           MOVE 0 TO LN-QTDE-LINHAS.
           MOVE 0 TO LN-PEDIDO.
           PERFORM UNTIL OLRAW-ACABOU
               READ ORDER-LINE-RAW-FILE
                   AT END
                       MOVE 'S' TO WRK-OLRAW-EOF
                   NOT AT END
                       MOVE OLR-REGISTRO TO OL-REGISTRO
                       IF OL-PEDIDO NUMERIC AND OL-QTDE NUMERIC
                           AND OL-PRECO-UNIT NUMERIC
                           AND OL-VALOR NUMERIC
                           IF LN-QTDE-LINHAS > 0
                               AND OL-PEDIDO NOT = LN-PEDIDO
                               PERFORM 0175-GRAVA-GRUPO
                           END-IF
                           IF LN-QTDE-LINHAS >= 20
                               DISPLAY 'PEDIDO COM MAIS DE 20 LINHAS - '
                                       'EXCEDENTE IGNORADO: '
                                       OLR-REGISTRO
                           ELSE
                           ADD 1 TO LN-QTDE-LINHAS
                           MOVE OL-PEDIDO TO LN-PEDIDO
                           MOVE OL-PRODUTO
                               TO LN-PRODUTO(LN-QTDE-LINHAS)
                           MOVE OL-QTDE
                               TO LN-QTDE(LN-QTDE-LINHAS)
                           MOVE OL-PRECO-UNIT
                               TO LN-PRECO-UNIT(LN-QTDE-LINHAS)
                           MOVE OL-VALOR
                               TO LN-VALOR(LN-QTDE-LINHAS)
                           END-IF
                       ELSE
                           DISPLAY 'LINHA DE PEDIDO ILEGIVEL - '
                                   'IGNORADA: ' OLR-REGISTRO
                       END-IF
               END-READ
           END-PERFORM.
           IF LN-QTDE-LINHAS > 0
               PERFORM 0175-GRAVA-GRUPO
           END-IF.

           CLOSE ORDER-LINE-RAW-FILE.
           DISPLAY 'PEDIDOS COM LINHAS CARREGADAS: '
                   WRK-QTDE-PEDIDOS-LIN.
       0170-EXIT.
           EXIT.

      ******************************************************************
      * 0175-GRAVA-GRUPO - GRAVA NO ORDERLINES AS LINHAS JUNTADAS DE
      * UM PEDIDO E ESVAZIA A TABELA PARA O PROXIMO.
      ******************************************************************
       0175-GRAVA-GRUPO SECTION.
           MOVE 'G' TO LN-FUNCAO.
           CALL 'ORDLUTIL' USING LN-PARM.
           ADD 1 TO WRK-QTDE-PEDIDOS-LIN.
           MOVE 0 TO LN-QTDE-LINHAS.

      ******************************************************************
      * 0390-CONFERE-LINHAS - PROVA O CABECALHO DO PEDIDO WRK-ID-X
      * CONTRA AS LINHAS DO ORDERLINES (FUNCAO 'P' DO ORDLUTIL) E
      * CONFERE O PRODUTO DE CADA LINHA NO PRODMASTER, SOMANDO O PESO
      * DO PEDIDO PELAS QUANTIDADES. PEDIDO SEM ID OU SEM LINHAS
      * PASSA (PEDIDO ANTIGO, CRITICADO PELO CAMPO DE PRODUTOS).
      ******************************************************************
       0390-CONFERE-LINHAS SECTION.
           MOVE 'S' TO WRK-LINHAS-OK.
           MOVE 'N' TO WRK-TEM-LINHAS.
           MOVE 0 TO WRK-PESO-LINHAS.
           IF WRK-ID-N NOT NUMERIC
               GO TO 0390-EXIT
           END-IF.
           IF WRK-ID-N = 0
               GO TO 0390-EXIT
           END-IF.

           MOVE 'P' TO LN-FUNCAO.
           MOVE WRK-ID-N TO LN-PEDIDO.
           MOVE WRK-VALOR-CABEC TO LN-VALOR-PEDIDO.
           CALL 'ORDLUTIL' USING LN-PARM.
           IF LN-RETORNO = 'N'
               GO TO 0390-EXIT
           END-IF.
           MOVE 'S' TO WRK-TEM-LINHAS.
           IF LN-RETORNO = 'D'
               MOVE 'D' TO WRK-LINHAS-OK
               GO TO 0390-EXIT
           END-IF.
           IF WRK-TEM-PRODUTOS = 'N'
               GO TO 0390-EXIT
           END-IF.

           PERFORM VARYING WRK-LIN-IDX FROM 1 BY 1
                   UNTIL WRK-LIN-IDX > LN-QTDE-LINHAS
               MOVE 'N' TO WRK-TOKEN-ACHOU
               PERFORM VARYING WRK-PROD-IDX FROM 1 BY 1
                       UNTIL WRK-PROD-IDX > WRK-PROD-QTD
                   IF WRK-PROD-CODIGO(WRK-PROD-IDX) =
                       LN-PRODUTO(WRK-LIN-IDX)
                       MOVE 'S' TO WRK-TOKEN-ACHOU
                       COMPUTE WRK-PESO-LINHAS = WRK-PESO-LINHAS
                           + WRK-PROD-PESO(WRK-PROD-IDX)
                           * LN-QTDE(WRK-LIN-IDX)
                           ON SIZE ERROR
                               MOVE 0 TO WRK-PESO-LINHAS
                       END-COMPUTE
                   END-IF
               END-PERFORM
               IF WRK-TOKEN-ACHOU = 'N'
                   MOVE 'P' TO WRK-LINHAS-OK
               END-IF
           END-PERFORM.
       0390-EXIT.
           EXIT.

      ******************************************************************
      * 0400-CRITICA-FOLHA - CRITICA A REMESSA PAYROLLTXNRAW: CPF
      * NUMERICO E NAO ZERADO (P01) E SALARIO NUMERICO (P02). LIMPOS
