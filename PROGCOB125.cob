       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB125.
      ******************************************************************
      *AUTHOR: CARLOS AMARAL
      *DATE: 15/10/2026
      *PURPOSE: CONFERENCIA DAS NOTAS DE COMPRA DE MERCADORIA (CASAMENTO
      *         DE TRES VIAS). LE AS LINHAS DAS NOTAS DOS FORNECEDORES
      *         DO ARQUIVO SUPPINV, AGRUPADAS POR NOTA, E CONFERE CADA
      *         ITEM CONTRA A LINHA DO PEDIDO DE COMPRA (PURCHORDERS):
      *         MESMO FORNECEDOR, QUANTIDADE COBRADA DENTRO DO QUE JA
      *         FOI RECEBIDO E AINDA NAO FATURADO, E VALOR COBRADO NO
      *         MAXIMO A TOLERANCIA ACIMA DO PRECO DO PEDIDO (MESMA
      *         IDEIA DA CONFERENCIA DE FRETE DO PROGCOB041). NOTA COM
      *         TODOS OS ITENS CASADOS VIRA UM TITULO NO APITEMS (TIPO
      *         'M'), COM VENCIMENTO EM EMISSAO + PRAZO DO FORNECEDOR,
      *         PARA A SELECAO DE PAGAMENTO DO PROGCOB094 E O AGING DO
      *         PROGCOB095, E SOMA A QUANTIDADE FATURADA NAS LINHAS DO
      *         PEDIDO. NOTA COM ALGUM ITEM FORA VAI INTEIRA PARA O
      *         SUPPINVHOLD, PARA O COMPRADOR APROVAR OU CONTESTAR NO
      *         PROGCOB126. O RESULTADO SAI NO RELATORIO SUPPINVRPT.
      *MODIFICATION HISTORY:
      * 15/10/2026 - A NOTA CASADA PASSOU A SER LANCADA NO RAZAO (D 1201
      *              ESTOQUE / C 2302 FORNECEDORES A PAGAR) JUNTO COM O
      *              TITULO DO APITEMS
      * 15/10/2026 - VENCIMENTO DO TITULO DO FORNECEDOR QUE CAIR EM FIM
      *              DE SEMANA OU FERIADO PASSA PARA O PROXIMO DIA UTIL
      *              DA UF DA MATRIZ (DATEUTIL FUNCAO P).
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUPP-INVOICE-FILE ASSIGN TO 'SUPPINV'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-NOTA-STATUS.

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

           SELECT SUPP-HOLD-FILE ASSIGN TO 'SUPPINVHOLD'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HD-CHAVE
               FILE STATUS IS WRK-HOLD-STATUS.

           SELECT AP-ITEMS-FILE ASSIGN TO 'APITEMS'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-AP-STATUS.

           SELECT GL-TRANSACTION-FILE ASSIGN TO 'GLTRANSACTIONS'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-GL-STATUS.

           SELECT INVOICE-REPORT-FILE ASSIGN TO 'SUPPINVRPT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUPP-INVOICE-FILE.
           COPY 'SUPPINV-REC.cob'.

       FD  PURCH-ORDER-FILE.
           COPY 'PURCHORD-REC.cob'.

       FD  SUPP-MASTER-FILE.
           COPY 'SUPPMASTER-REC.cob'.

       FD  SUPP-HOLD-FILE.
           COPY 'SUPPHOLD-REC.cob'.

       FD  AP-ITEMS-FILE.
           COPY 'APITEMS-REC.cob'.

       FD  GL-TRANSACTION-FILE.
           COPY 'GLTXN-REC.cob'.

       FD  INVOICE-REPORT-FILE.
       01  IR-LINHA                PIC X(120).

       WORKING-STORAGE SECTION.
       COPY 'CURRENCY-BOOK.cob'.

       77  WRK-NOTA-STATUS     PIC X(02)       VALUE SPACES.
       77  WRK-NOTA-EOF        PIC X(01)       VALUE 'N'.
           88  NOTA-ACABOU                     VALUE 'S'.
       77  WRK-PO-STATUS       PIC X(02)       VALUE SPACES.
       77  WRK-SUPP-STATUS     PIC X(02)       VALUE SPACES.
       77  WRK-HOLD-STATUS     PIC X(02)       VALUE SPACES.
       77  WRK-AP-STATUS       PIC X(02)       VALUE SPACES.
       77  WRK-AP-EOF          PIC X(01)       VALUE 'N'.
           88  AP-ACABOU                       VALUE 'S'.
       77  WRK-REPORT-STATUS   PIC X(02)       VALUE SPACES.
       77  WRK-GL-STATUS       PIC X(02)       VALUE SPACES.

       77  WRK-TOLERANCIA      PIC 9(04)V99    VALUE 5,00.

      ******************************************************************
      * NOTAS DE MERCADORIA JA LANCADAS NO APITEMS (FORNECEDOR + NOTA),
      * PARA NAO LANCAR A MESMA NOTA DUAS VEZES.
      ******************************************************************
       77  WRK-LAN-QTD         PIC 9(04)       VALUE ZEROES.
       77  WRK-LAN-IDX         PIC 9(04)       VALUE ZEROES.
       77  WRK-LAN-BUSCA       PIC X(01)       VALUE 'N'.
           88  LAN-ACHOU                       VALUE 'S'.
       01  WRK-TAB-LANCADAS.
           02  WRK-LAN-CHAVE   PIC X(15)       OCCURS 2000 TIMES.

      ******************************************************************
      * ITENS DA NOTA EM CONFERENCIA (ATE 20), COM O RESULTADO DE CADA
      * UM. WRK-NF-CHAVE E O FORNECEDOR + NOTA DO GRUPO CORRENTE.
      ******************************************************************
       01  WRK-NF-CHAVE.
           02  WRK-NF-FORNECEDOR   PIC 9(06)   VALUE ZEROES.
           02  WRK-NF-NOTA         PIC 9(09)   VALUE ZEROES.
       01  WRK-SI-CHAVE.
           02  WRK-SI-FORNECEDOR   PIC 9(06)   VALUE ZEROES.
           02  WRK-SI-NOTA         PIC 9(09)   VALUE ZEROES.
       77  WRK-NF-EMISSAO      PIC 9(08)       VALUE ZEROES.
       77  WRK-NF-ESTOURO      PIC X(01)       VALUE 'N'.
       77  WRK-NF-CASOU        PIC X(01)       VALUE 'S'.
       77  WRK-NF-TOTAL        PIC 9(09)V99    VALUE ZEROES.
       77  WRK-NF-QTD          PIC 9(02)       VALUE ZEROES.
       77  WRK-NF-IDX          PIC 9(02)       VALUE ZEROES.
       77  WRK-NF-JDX          PIC 9(02)       VALUE ZEROES.
       01  WRK-TAB-ITENS.
           02  WRK-NF-ITEM     OCCURS 20 TIMES.
               03  WRK-NF-PEDIDO       PIC 9(08).
               03  WRK-NF-LINHA        PIC 9(03).
               03  WRK-NF-QTDE         PIC 9(07).
               03  WRK-NF-PRECO        PIC 9(06)V99.
               03  WRK-NF-VALOR        PIC 9(09)V99.
               03  WRK-NF-PRECO-PEDIDO PIC 9(06)V99.
               03  WRK-NF-FATURAVEL    PIC 9(07).
               03  WRK-NF-MOTIVO       PIC X(30).

       77  WRK-VALOR-PEDIDO    PIC 9(09)V99    VALUE ZEROES.
       77  WRK-DIFERENCA       PIC S9(09)V99   VALUE ZEROES.
       77  WRK-JA-NA-NOTA      PIC 9(07)       VALUE ZEROES.

       77  WRK-QTDE-NOTAS      PIC 9(05)       VALUE ZEROES.
       77  WRK-QTDE-LANCADAS   PIC 9(05)       VALUE ZEROES.
       77  WRK-QTDE-RETIDAS    PIC 9(05)       VALUE ZEROES.
       77  WRK-QTDE-RECUSADAS  PIC 9(05)       VALUE ZEROES.
       77  WRK-TOT-LANCADO     PIC 9(09)V99    VALUE ZEROES.

      ******************************************************************
      * VENCIMENTO DO TITULO: EMISSAO DA NOTA + PRAZO DO FORNECEDOR EM
      * DIAS (DATEUTIL FUNCAO V, MESMA CONTA DO PROGCOB041); SEM PRAZO
      * NO CADASTRO, 30 DIAS.
      ******************************************************************
       77  WRK-PRAZO           PIC 9(03)       VALUE ZEROES.
       01  WRK-VENCTO.
           02  WRK-VENCTO-ANO  PIC 9(04).
           02  WRK-VENCTO-MES  PIC 9(02).
           02  WRK-VENCTO-DIA  PIC 9(02).
       77  WRK-VENCTO-SOBRA    PIC 9(04)       VALUE ZEROES.
       01  WRK-EMISSAO.
           02  WRK-EMISSAO-ANO PIC 9(04).
           02  WRK-EMISSAO-MES PIC 9(02).
           02  WRK-EMISSAO-DIA PIC 9(02).
           COPY 'DATEUTIL-PARM.cob'.
           COPY 'FILUTIL-PARM.cob'.

       77  WRK-HOJE            PIC 9(08)       VALUE ZEROES.

       PROCEDURE DIVISION.

           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.

           DISPLAY 'TOLERANCIA DE COBRANCA POR ITEM (EX 5,00): '.
           ACCEPT WRK-TOLERANCIA.

           PERFORM 0100-CARREGA-LANCADAS.

           OPEN INPUT SUPP-INVOICE-FILE.
           IF WRK-NOTA-STATUS NOT = '00'
               DISPLAY 'SUPPINV AUSENTE - NADA A CONFERIR'
               GOBACK
           END-IF.

           OPEN I-O PURCH-ORDER-FILE.
           IF WRK-PO-STATUS NOT = '00'
               DISPLAY 'PURCHORDERS INDISPONIVEL - CONFERENCIA '
                       'CANCELADA'
               CLOSE SUPP-INVOICE-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O SUPP-HOLD-FILE.
           IF WRK-HOLD-STATUS NOT = '00'
               OPEN OUTPUT SUPP-HOLD-FILE
               CLOSE SUPP-HOLD-FILE
               OPEN I-O SUPP-HOLD-FILE
           END-IF.

           OPEN INPUT SUPP-MASTER-FILE.

           OPEN EXTEND AP-ITEMS-FILE.
           IF WRK-AP-STATUS NOT = '00'
               OPEN OUTPUT AP-ITEMS-FILE
           END-IF.
           OPEN EXTEND GL-TRANSACTION-FILE.
           IF WRK-GL-STATUS NOT = '00'
               OPEN OUTPUT GL-TRANSACTION-FILE
           END-IF.

           OPEN OUTPUT INVOICE-REPORT-FILE.
           MOVE SPACES TO IR-LINHA.
           STRING 'CONFERENCIA DAS NOTAS DE COMPRA EM ' WRK-HOJE
               DELIMITED BY SIZE INTO IR-LINHA
           END-STRING
           WRITE IR-LINHA.
           MOVE SPACES TO IR-LINHA.
           WRITE IR-LINHA FROM '-------------------------------------'.

           PERFORM 0200-LE-NOTAS.

           PERFORM 0900-FINALIZA.

           CLOSE SUPP-INVOICE-FILE.
           CLOSE PURCH-ORDER-FILE.
           CLOSE SUPP-HOLD-FILE.
           IF WRK-SUPP-STATUS = '00'
               CLOSE SUPP-MASTER-FILE
           END-IF.
           CLOSE AP-ITEMS-FILE.
           CLOSE GL-TRANSACTION-FILE.
           CLOSE INVOICE-REPORT-FILE.

           GOBACK.

      ******************************************************************
      * 0100-CARREGA-LANCADAS - GUARDA FORNECEDOR + NOTA DOS TITULOS DE
      * MERCADORIA QUE O APITEMS JA TEM.
      ******************************************************************
       0100-CARREGA-LANCADAS SECTION.
           OPEN INPUT AP-ITEMS-FILE.
           IF WRK-AP-STATUS NOT = '00'
               GO TO 0100-EXIT
           END-IF.

           PERFORM UNTIL AP-ACABOU
               READ AP-ITEMS-FILE
                   AT END
                       MOVE 'S' TO WRK-AP-EOF
                   NOT AT END
                       IF TITULO-AP-MERCADORIA AND WRK-LAN-QTD < 2000
                           ADD 1 TO WRK-LAN-QTD
                           MOVE AP-FORNECEDOR TO WRK-SI-FORNECEDOR
                           MOVE AP-NOTA       TO WRK-SI-NOTA
                           MOVE WRK-SI-CHAVE
                               TO WRK-LAN-CHAVE(WRK-LAN-QTD)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE AP-ITEMS-FILE.
       0100-EXIT.
           EXIT.

      ******************************************************************
      * 0200-LE-NOTAS - LE O SUPPINV E MONTA A NOTA COM AS LINHAS
      * SEGUIDAS DO MESMO FORNECEDOR + NUMERO; A TROCA DE NOTA (E O FIM
      * DO ARQUIVO) MANDA A NOTA MONTADA PARA A CONFERENCIA.
      ******************************************************************
       0200-LE-NOTAS SECTION.
           MOVE 0 TO WRK-NF-QTD.
           MOVE 'N' TO WRK-NF-ESTOURO.

           PERFORM UNTIL NOTA-ACABOU
               READ SUPP-INVOICE-FILE
                   AT END
                       MOVE 'S' TO WRK-NOTA-EOF
                   NOT AT END
                       MOVE SI-FORNECEDOR TO WRK-SI-FORNECEDOR
                       MOVE SI-NOTA       TO WRK-SI-NOTA
                       IF WRK-NF-QTD > 0
                           AND WRK-SI-CHAVE NOT = WRK-NF-CHAVE
                           PERFORM 0300-CONFERE-NOTA
                           MOVE 0 TO WRK-NF-QTD
                           MOVE 'N' TO WRK-NF-ESTOURO
                       END-IF
                       PERFORM 0250-GUARDA-ITEM
               END-READ
           END-PERFORM.

           IF WRK-NF-QTD > 0
               PERFORM 0300-CONFERE-NOTA
           END-IF.

      ******************************************************************
      * 0250-GUARDA-ITEM - UMA LINHA DO SUPPINV NA TABELA DA NOTA.
      * NOTA COM MAIS DE 20 ITENS E RECUSADA INTEIRA NA CONFERENCIA.
      ******************************************************************
       0250-GUARDA-ITEM SECTION.
           IF WRK-NF-QTD = 0
               MOVE WRK-SI-CHAVE TO WRK-NF-CHAVE
               MOVE SI-EMISSAO   TO WRK-NF-EMISSAO
           END-IF.

           IF WRK-NF-QTD >= 20
               MOVE 'S' TO WRK-NF-ESTOURO
               GO TO 0250-EXIT
           END-IF.

           ADD 1 TO WRK-NF-QTD.
           MOVE SI-PEDIDO     TO WRK-NF-PEDIDO(WRK-NF-QTD).
           MOVE SI-LINHA      TO WRK-NF-LINHA(WRK-NF-QTD).
           MOVE SI-QTDE       TO WRK-NF-QTDE(WRK-NF-QTD).
           MOVE SI-PRECO-UNIT TO WRK-NF-PRECO(WRK-NF-QTD).
           COMPUTE WRK-NF-VALOR(WRK-NF-QTD) = SI-QTDE * SI-PRECO-UNIT.
           MOVE 0             TO WRK-NF-PRECO-PEDIDO(WRK-NF-QTD).
           MOVE 0             TO WRK-NF-FATURAVEL(WRK-NF-QTD).
           MOVE SPACES        TO WRK-NF-MOTIVO(WRK-NF-QTD).
       0250-EXIT.
           EXIT.

      ******************************************************************
      * 0300-CONFERE-NOTA - RECUSA NOTA REPETIDA OU GRANDE DEMAIS,
      * CONFERE OS ITENS E MANDA A NOTA PARA O APITEMS (TUDO CASADO) OU
      * PARA O SUPPINVHOLD (ALGUM ITEM FORA).
      ******************************************************************
       0300-CONFERE-NOTA SECTION.
           ADD 1 TO WRK-QTDE-NOTAS.

           IF WRK-NF-ESTOURO = 'S'
               ADD 1 TO WRK-QTDE-RECUSADAS
               MOVE SPACES TO IR-LINHA
               STRING 'FORN ' WRK-NF-FORNECEDOR ' NF ' WRK-NF-NOTA
                      ' RECUSADA - NOTA COM MAIS DE 20 ITENS'
                   DELIMITED BY SIZE INTO IR-LINHA
               END-STRING
               WRITE IR-LINHA
               GO TO 0300-EXIT
           END-IF.

           MOVE 'N' TO WRK-LAN-BUSCA.
           PERFORM VARYING WRK-LAN-IDX FROM 1 BY 1
                   UNTIL WRK-LAN-IDX > WRK-LAN-QTD OR LAN-ACHOU
               IF WRK-LAN-CHAVE(WRK-LAN-IDX) = WRK-NF-CHAVE
                   MOVE 'S' TO WRK-LAN-BUSCA
               END-IF
           END-PERFORM.
           MOVE WRK-NF-FORNECEDOR TO HD-FORNECEDOR.
           MOVE WRK-NF-NOTA       TO HD-NOTA.
           MOVE 1                 TO HD-SEQ.
           READ SUPP-HOLD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WRK-LAN-BUSCA
           END-READ.
           IF LAN-ACHOU
               ADD 1 TO WRK-QTDE-RECUSADAS
               MOVE SPACES TO IR-LINHA
               STRING 'FORN ' WRK-NF-FORNECEDOR ' NF ' WRK-NF-NOTA
                      ' RECUSADA - NOTA JA LANCADA OU RETIDA'
                   DELIMITED BY SIZE INTO IR-LINHA
               END-STRING
               WRITE IR-LINHA
               GO TO 0300-EXIT
           END-IF.

           MOVE 'S' TO WRK-NF-CASOU.
           MOVE 0 TO WRK-NF-TOTAL.
           PERFORM VARYING WRK-NF-IDX FROM 1 BY 1
                   UNTIL WRK-NF-IDX > WRK-NF-QTD
               PERFORM 0350-CONFERE-ITEM
               ADD WRK-NF-VALOR(WRK-NF-IDX) TO WRK-NF-TOTAL
               IF WRK-NF-MOTIVO(WRK-NF-IDX) NOT = SPACES
                   MOVE 'N' TO WRK-NF-CASOU
               END-IF
           END-PERFORM.

           MOVE 'V' TO DU-FUNCAO.
           MOVE WRK-NF-EMISSAO TO DU-DATA.
           CALL 'DATEUTIL' USING DU-PARM.
           IF DU-RETORNO NOT = 'S'
               MOVE 'DATA DE EMISSAO INVALIDA' TO WRK-NF-MOTIVO(1)
               MOVE 'N' TO WRK-NF-CASOU
           END-IF.

           IF WRK-NF-CASOU = 'S'
               PERFORM 0400-LANCA-NOTA
           ELSE
               PERFORM 0500-RETEM-NOTA
           END-IF.
       0300-EXIT.
           EXIT.

      ******************************************************************
      * 0350-CONFERE-ITEM - CASA O ITEM COM A LINHA DO PEDIDO: A LINHA
      * PRECISA EXISTIR E SER DO MESMO FORNECEDOR, A QUANTIDADE COBRADA
      * (SOMANDO OS ITENS ANTERIORES DA NOTA PARA A MESMA LINHA) NAO
      * PODE PASSAR DO RECEBIDO AINDA NAO FATURADO, E O VALOR COBRADO
      * NAO PODE PASSAR O VALOR PELO PRECO DO PEDIDO MAIS A
      * TOLERANCIA.
      ******************************************************************
       0350-CONFERE-ITEM SECTION.
           MOVE WRK-NF-PEDIDO(WRK-NF-IDX) TO PO-NUMERO.
           MOVE WRK-NF-LINHA(WRK-NF-IDX)  TO PO-LINHA.
           READ PURCH-ORDER-FILE
               INVALID KEY
                   MOVE 'PEDIDO/LINHA NAO CADASTRADO'
                       TO WRK-NF-MOTIVO(WRK-NF-IDX)
                   GO TO 0350-EXIT
           END-READ.

           IF PO-FORNECEDOR NOT = WRK-NF-FORNECEDOR
               MOVE 'PEDIDO DE OUTRO FORNECEDOR'
                   TO WRK-NF-MOTIVO(WRK-NF-IDX)
               GO TO 0350-EXIT
           END-IF.

           MOVE PO-PRECO-UNIT TO WRK-NF-PRECO-PEDIDO(WRK-NF-IDX).

           MOVE 0 TO WRK-JA-NA-NOTA.
           PERFORM VARYING WRK-NF-JDX FROM 1 BY 1
                   UNTIL WRK-NF-JDX >= WRK-NF-IDX
               IF WRK-NF-PEDIDO(WRK-NF-JDX) = WRK-NF-PEDIDO(WRK-NF-IDX)
                   AND WRK-NF-LINHA(WRK-NF-JDX) =
                       WRK-NF-LINHA(WRK-NF-IDX)
                   ADD WRK-NF-QTDE(WRK-NF-JDX) TO WRK-JA-NA-NOTA
               END-IF
           END-PERFORM.

           IF PO-QTDE-RECEBIDA > PO-QTDE-FATURADA + WRK-JA-NA-NOTA
               COMPUTE WRK-NF-FATURAVEL(WRK-NF-IDX) =
                   PO-QTDE-RECEBIDA - PO-QTDE-FATURADA - WRK-JA-NA-NOTA
           ELSE
               MOVE 0 TO WRK-NF-FATURAVEL(WRK-NF-IDX)
           END-IF.

           IF WRK-NF-QTDE(WRK-NF-IDX) > WRK-NF-FATURAVEL(WRK-NF-IDX)
               MOVE 'QTDE ACIMA DO RECEBIDO'
                   TO WRK-NF-MOTIVO(WRK-NF-IDX)
               GO TO 0350-EXIT
           END-IF.

           COMPUTE WRK-VALOR-PEDIDO =
               WRK-NF-QTDE(WRK-NF-IDX) * PO-PRECO-UNIT.
           COMPUTE WRK-DIFERENCA =
               WRK-NF-VALOR(WRK-NF-IDX) - WRK-VALOR-PEDIDO.
           IF WRK-DIFERENCA > WRK-TOLERANCIA
               MOVE 'PRECO ACIMA DO PEDIDO'
                   TO WRK-NF-MOTIVO(WRK-NF-IDX)
           END-IF.
       0350-EXIT.
           EXIT.

      ******************************************************************
      * 0400-LANCA-NOTA - NOTA CASADA: SOMA A QUANTIDADE FATURADA NAS
      * LINHAS DO PEDIDO, GRAVA O TITULO DE MERCADORIA NO APITEMS E O
      * LANCA NO RAZAO: D 1201 ESTOQUE / C 2302 FORNECEDORES A PAGAR,
      * NA DATA DE EMISSAO DA NOTA.
      ******************************************************************
       0400-LANCA-NOTA SECTION.
           PERFORM VARYING WRK-NF-IDX FROM 1 BY 1
                   UNTIL WRK-NF-IDX > WRK-NF-QTD
               MOVE WRK-NF-PEDIDO(WRK-NF-IDX) TO PO-NUMERO
               MOVE WRK-NF-LINHA(WRK-NF-IDX)  TO PO-LINHA
               READ PURCH-ORDER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD WRK-NF-QTDE(WRK-NF-IDX) TO PO-QTDE-FATURADA
                       REWRITE PO-REGISTRO
               END-READ
           END-PERFORM.

           PERFORM 0450-CALCULA-VENCIMENTO.

           MOVE ZEROES            TO AP-TRANSP.
           MOVE WRK-NF-TOTAL      TO AP-VALOR.
           MOVE WRK-NF-EMISSAO    TO AP-EMISSAO.
           MOVE WRK-VENCTO        TO AP-VENCIMENTO.
           MOVE 'A'               TO AP-SITUACAO.
           MOVE ZEROES            TO AP-DATA-PAGTO.
           MOVE 'M'               TO AP-TIPO.
           MOVE WRK-NF-FORNECEDOR TO AP-FORNECEDOR.
           MOVE WRK-NF-NOTA       TO AP-NOTA.
           WRITE AP-REGISTRO.

           MOVE 1201              TO GL-CONTA.
           MOVE 'D'               TO GL-TIPO.
           MOVE AP-VALOR          TO GL-VALOR.
           MOVE AP-EMISSAO        TO GL-DATA.
           MOVE 'PROGCOB125'      TO GL-OPERADOR.
           MOVE '1200'            TO GL-CCUSTO.
           WRITE GL-REGISTRO.
           MOVE 2302              TO GL-CONTA.
           MOVE 'C'               TO GL-TIPO.
           WRITE GL-REGISTRO.

           IF WRK-LAN-QTD < 2000
               ADD 1 TO WRK-LAN-QTD
               MOVE WRK-NF-CHAVE TO WRK-LAN-CHAVE(WRK-LAN-QTD)
           END-IF.

           ADD 1 TO WRK-QTDE-LANCADAS.
           ADD WRK-NF-TOTAL TO WRK-TOT-LANCADO.

           MOVE WRK-NF-TOTAL TO WRK-CURR-ED-09.
           MOVE SPACES TO IR-LINHA.
           STRING 'FORN ' WRK-NF-FORNECEDOR ' NF ' WRK-NF-NOTA
                  ' ' WRK-CURR-ED-09
                  ' CASADA - TITULO VENCE ' WRK-VENCTO
               DELIMITED BY SIZE INTO IR-LINHA
           END-STRING
           WRITE IR-LINHA.

      ******************************************************************
      * 0450-CALCULA-VENCIMENTO - EMISSAO DA NOTA + PRAZO DE PAGAMENTO
      * DO FORNECEDOR (SUPPMASTER; SEM CADASTRO OU PRAZO ZERO, 30
      * DIAS), VIRANDO O MES QUANTAS VEZES FOR PRECISO.
      * DATA CAIDA EM FIM DE SEMANA OU FERIADO VAI PARA O PROXIMO DIA
      * UTIL DA UF DA MATRIZ (FILIAL 01), QUE PAGA OS FORNECEDORES
      * (DATEUTIL FUNCAO P).
      ******************************************************************
       0450-CALCULA-VENCIMENTO SECTION.
           MOVE 30 TO WRK-PRAZO.
           IF WRK-SUPP-STATUS = '00'
               MOVE WRK-NF-FORNECEDOR TO SU-CODIGO
               READ SUPP-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SU-PRAZO-PAGTO > 0
                           MOVE SU-PRAZO-PAGTO TO WRK-PRAZO
                       END-IF
               END-READ
           END-IF.

           MOVE WRK-NF-EMISSAO TO WRK-EMISSAO.
           MOVE WRK-EMISSAO-ANO TO WRK-VENCTO-ANO.
           MOVE WRK-EMISSAO-MES TO WRK-VENCTO-MES.
           ADD WRK-EMISSAO-DIA WRK-PRAZO GIVING WRK-VENCTO-SOBRA.

       0450-AJUSTA-MES.
           MOVE 'V' TO DU-FUNCAO.
           MOVE WRK-VENCTO-ANO TO DU-ANO.
           MOVE WRK-VENCTO-MES TO DU-MES.
           MOVE 01 TO DU-DIA.
           CALL 'DATEUTIL' USING DU-PARM.

           IF WRK-VENCTO-SOBRA > DU-ULT-DIA
               SUBTRACT DU-ULT-DIA FROM WRK-VENCTO-SOBRA
               ADD 1 TO WRK-VENCTO-MES
               IF WRK-VENCTO-MES > 12
                   MOVE 1 TO WRK-VENCTO-MES
                   ADD 1 TO WRK-VENCTO-ANO
               END-IF
               GO TO 0450-AJUSTA-MES
           END-IF.
           MOVE WRK-VENCTO-SOBRA TO WRK-VENCTO-DIA.

           MOVE 'N' TO FU-FUNCAO.
           MOVE 01 TO FU-FILIAL.
           CALL 'FILUTIL' USING FU-PARM.

           MOVE 'P' TO DU-FUNCAO.
           MOVE WRK-VENCTO TO DU-DATA.
           MOVE FU-UF TO DU-UF.
           CALL 'DATEUTIL' USING DU-PARM.
           IF DU-RETORNO = 'S'
               MOVE DU-DATA TO WRK-VENCTO
           END-IF.

      ******************************************************************
      * 0500-RETEM-NOTA - NOTA COM ITEM FORA: GRAVA TODOS OS ITENS NO
      * SUPPINVHOLD COMO RETIDOS, COM O MOTIVO DE CADA UM, E LISTA OS
      * ITENS FORA NO RELATORIO.
      ******************************************************************
       0500-RETEM-NOTA SECTION.
           ADD 1 TO WRK-QTDE-RETIDAS.

           MOVE WRK-NF-TOTAL TO WRK-CURR-ED-09.
           MOVE SPACES TO IR-LINHA.
           STRING 'FORN ' WRK-NF-FORNECEDOR ' NF ' WRK-NF-NOTA
                  ' ' WRK-CURR-ED-09
                  ' RETIDA PARA O COMPRADOR (PROGCOB126)'
               DELIMITED BY SIZE INTO IR-LINHA
           END-STRING
           WRITE IR-LINHA.

           PERFORM VARYING WRK-NF-IDX FROM 1 BY 1
                   UNTIL WRK-NF-IDX > WRK-NF-QTD
               MOVE WRK-NF-FORNECEDOR          TO HD-FORNECEDOR
               MOVE WRK-NF-NOTA                TO HD-NOTA
               MOVE WRK-NF-IDX                 TO HD-SEQ
               MOVE WRK-NF-EMISSAO             TO HD-EMISSAO
               MOVE WRK-NF-PEDIDO(WRK-NF-IDX)  TO HD-PEDIDO
               MOVE WRK-NF-LINHA(WRK-NF-IDX)   TO HD-LINHA
               MOVE WRK-NF-QTDE(WRK-NF-IDX)    TO HD-QTDE
               MOVE WRK-NF-PRECO(WRK-NF-IDX)   TO HD-PRECO-UNIT
               MOVE WRK-NF-VALOR(WRK-NF-IDX)   TO HD-VALOR
               MOVE WRK-NF-PRECO-PEDIDO(WRK-NF-IDX)
                                               TO HD-PRECO-PEDIDO
               MOVE WRK-NF-FATURAVEL(WRK-NF-IDX)
                                               TO HD-QTDE-FATURAVEL
               MOVE WRK-NF-MOTIVO(WRK-NF-IDX)  TO HD-MOTIVO
               MOVE 'R'                        TO HD-SITUACAO
               MOVE ZEROES                     TO HD-DATA-DECISAO
               MOVE SPACES                     TO HD-COMPRADOR
               WRITE HD-REGISTRO
               IF HD-MOTIVO NOT = SPACES
                   MOVE SPACES TO IR-LINHA
                   STRING '  PC ' HD-PEDIDO '/' HD-LINHA
                          ' QTDE ' HD-QTDE
                          ' FATURAVEL ' HD-QTDE-FATURAVEL
                          ' PRECO ' HD-PRECO-UNIT
                          ' PEDIDO ' HD-PRECO-PEDIDO
                          ' ' HD-MOTIVO
                       DELIMITED BY SIZE INTO IR-LINHA
                   END-STRING
                   WRITE IR-LINHA
               END-IF
           END-PERFORM.

      ******************************************************************
      * 0900-FINALIZA - RESUMO DA CONFERENCIA.
      ******************************************************************
       0900-FINALIZA SECTION.
           MOVE SPACES TO IR-LINHA.
           WRITE IR-LINHA FROM '-------------------------------------'.
           MOVE SPACES TO IR-LINHA.
           STRING 'NOTAS CONFERIDAS: ' WRK-QTDE-NOTAS
                  ' LANCADAS: ' WRK-QTDE-LANCADAS
                  ' RETIDAS: ' WRK-QTDE-RETIDAS
                  ' RECUSADAS: ' WRK-QTDE-RECUSADAS
               DELIMITED BY SIZE INTO IR-LINHA
           END-STRING
           WRITE IR-LINHA.
           MOVE WRK-TOT-LANCADO TO WRK-CURR-ED-09.
           MOVE SPACES TO IR-LINHA.
           STRING 'TOTAL LANCADO NO APITEMS: ' WRK-CURR-ED-09
               DELIMITED BY SIZE INTO IR-LINHA
           END-STRING
           WRITE IR-LINHA.

           DISPLAY 'NOTAS LANCADAS: ' WRK-QTDE-LANCADAS
                   ' RETIDAS: ' WRK-QTDE-RETIDAS
                   ' RECUSADAS: ' WRK-QTDE-RECUSADAS.

       END PROGRAM PROGCOB125.
