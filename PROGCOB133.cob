       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB133.
      ******************************************************************
      *AUTHOR: CARLOS AMARAL
      *DATE: 15/10/2026
      *PURPOSE: COTACOES DE VENDA. O VENDEDOR REGISTRA A COTACAO NO
      *         QUOTEMASTER ANTES DE SABER SE A VENDA SAI: CLIENTE
      *         (CUSTMASTER, CREDITO BLOQUEADO RECUSADO), ENDERECO DE
      *         ENTREGA (SHIPTO), VENDEDOR ATIVO (SELLERMASTER),
      *         FILIAL, ITENS COM O PRECO COMBINADO (ZERO = PRECO DE
      *         TABELA VIGENTE, VIA PRICEUTIL) E A DATA DE VALIDADE, E
      *         O DOCUMENTO DA COTACAO SAI NO ARQUIVO QUOTEDOC. A
      *         COTACAO GANHA VIRA PEDIDO EM UMA ACAO SO: O PROGRAMA
      *         GRAVA NO SALESTXNRAW UM LOTE H/DETALHE/T (MESMO LAYOUT
      *         DA ENTRADA DE PEDIDOS DO PROGCOB084) COM O TXN-ID DA
      *         SEQUENCIA SALESIDSEQ E AS LINHAS NO ORDERLINES (VIA
      *         ORDLUTIL) COM OS PRECOS DA COTACAO. A COTACAO PERDIDA
      *         FICA NO ARQUIVO COM O MOTIVO; A QUE PASSA DA VALIDADE
      *         SEM CONVERSAO E MARCADA COMO EXPIRADA NA ABERTURA DO
      *         PROGRAMA. A TAXA DE CONVERSAO SAI NO PROGCOB134.
      *MODIFICATION HISTORY:
      * 15/10/2026 - PRODMASTER CONTROLADO POR INDICADOR PROPRIO DE
      *              ARQUIVO ABERTO (WRK-PROD-ABERTO): PRODUTO NAO
      *              CADASTRADO SO AFETA O PROPRIO ITEM E NAO
      *              DESLIGA MAIS A CONSULTA DOS ITENS SEGUINTES.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUOTE-MASTER-FILE ASSIGN TO 'QUOTEMASTER'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QT-NUMERO
               FILE STATUS IS WRK-QUOTE-STATUS.

           SELECT QUOTE-SEQ-FILE ASSIGN TO 'QUOTESEQ'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-QSEQ-STATUS.

           SELECT QUOTE-DOC-FILE ASSIGN TO 'QUOTEDOC'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-DOC-STATUS.

           SELECT CUST-MASTER-FILE ASSIGN TO 'CUSTMASTER'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CODIGO
               FILE STATUS IS WRK-CUST-STATUS.

           SELECT SELLER-MASTER-FILE ASSIGN TO 'SELLERMASTER'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VD-CODIGO
               FILE STATUS IS WRK-SELLER-STATUS.

           SELECT PRODUCT-MASTER-FILE ASSIGN TO 'PRODMASTER'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRD-CODIGO
               FILE STATUS IS WRK-PROD-STATUS.

           SELECT SHIPTO-FILE ASSIGN TO 'SHIPTO'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-SHIPTO-STATUS.

           SELECT SALES-RAW-FILE ASSIGN TO 'SALESTXNRAW'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-RAW-STATUS.

           SELECT ID-SEQ-FILE ASSIGN TO 'SALESIDSEQ'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-SEQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  QUOTE-MASTER-FILE.
           COPY 'QUOTE-REC.cob'.

       FD  QUOTE-SEQ-FILE.
       01  QS-REGISTRO.
           02  QS-ULTIMO           PIC 9(08).

       FD  QUOTE-DOC-FILE.
       01  QD-LINHA                PIC X(80).

       FD  CUST-MASTER-FILE.
           COPY 'CUSTMASTER-REC.cob'.

       FD  SELLER-MASTER-FILE.
           COPY 'SELLERMASTER-REC.cob'.

       FD  PRODUCT-MASTER-FILE.
           COPY 'PRODMASTER-REC.cob'.

       FD  SHIPTO-FILE.
           COPY 'SHIPTO-REC.cob'.

       FD  SALES-RAW-FILE.
       01  SR-REGISTRO             PIC X(42).

       FD  ID-SEQ-FILE.
       01  SQ-REGISTRO.
           02  SQ-ULTIMO-ID        PIC 9(10).

       WORKING-STORAGE SECTION.
           COPY 'PROGCOB024-BOOK.cob'.
           COPY 'FILUTIL-PARM.cob'.
           COPY 'ORDLUTIL-PARM.cob'.
           COPY 'PRICEUTIL-PARM.cob'.
           COPY 'DATEUTIL-PARM.cob'.

       77  WRK-QUOTE-STATUS    PIC X(02)       VALUE SPACES.
       77  WRK-QUOTE-EOF       PIC X(01)       VALUE 'N'.
           88  QUOTE-ACABOU                    VALUE 'S'.
       77  WRK-QSEQ-STATUS     PIC X(02)       VALUE SPACES.
       77  WRK-DOC-STATUS      PIC X(02)       VALUE SPACES.
       77  WRK-CUST-STATUS     PIC X(02)       VALUE SPACES.
       77  WRK-SELLER-STATUS   PIC X(02)       VALUE SPACES.
       77  WRK-PROD-STATUS     PIC X(02)       VALUE SPACES.
       77  WRK-PROD-ABERTO     PIC X(01)       VALUE 'N'.
       77  WRK-SHIPTO-STATUS   PIC X(02)       VALUE SPACES.
       77  WRK-SHIPTO-EOF      PIC X(01)       VALUE 'N'.
           88  SHIPTO-ACABOU                   VALUE 'S'.
       77  WRK-SHIPTO-OK       PIC X(01)       VALUE 'N'.
       77  WRK-RAW-STATUS      PIC X(02)       VALUE SPACES.
       77  WRK-SEQ-STATUS      PIC X(02)       VALUE SPACES.

      ******************************************************************
      * REGISTROS DO LOTE DO SALESTXNRAW, NO MESMO LAYOUT DA ENTRADA DE
      * PEDIDOS (PROGCOB084): H COM A DATA, UM DETALHE DE VENDA E T COM
      * QUANTIDADE E SOMA, QUE A CRITICA DO PROGCOB053 CONFERE.
      ******************************************************************
       01  WRK-REG-HEADER.
           02  FILLER          PIC X(01)       VALUE 'H'.
           02  WRH-DATA        PIC 9(08).
       01  WRK-REG-DETALHE.
           02  WRD-MES         PIC 9(02).
           02  WRD-VALOR       PIC 9(05)V99.
           02  WRD-CLIENTE     PIC 9(06).
           02  WRD-VENDEDOR    PIC 9(04).
           02  WRD-FILIAL      PIC 9(02).
           02  WRD-ID          PIC 9(10).
           02  WRD-TIPO        PIC X(01)       VALUE 'V'.
           02  WRD-PEDIDO-ORIG PIC 9(10)       VALUE ZEROES.
       01  WRK-REG-TRAILER.
           02  FILLER          PIC X(01)       VALUE 'T'.
           02  WRT-QTDE        PIC 9(06).
           02  WRT-TOTAL       PIC 9(10)V99.

       77  WRK-OPCAO           PIC 9(01)       VALUE ZEROES.
       77  WRK-DECISAO         PIC X(01)       VALUE SPACES.
       77  WRK-NUMERO          PIC 9(08)       VALUE ZEROES.
       77  WRK-ULTIMO-ID       PIC 9(10)       VALUE ZEROES.
       77  WRK-CLIENTE         PIC 9(06)       VALUE ZEROES.
       77  WRK-SHIPTO          PIC 9(03)       VALUE ZEROES.
       77  WRK-VENDEDOR        PIC 9(04)       VALUE ZEROES.
       77  WRK-FILIAL          PIC 9(02)       VALUE ZEROES.
       77  WRK-VALIDADE        PIC 9(08)       VALUE ZEROES.
       77  WRK-MOTIVO          PIC X(30)       VALUE SPACES.
       77  WRK-QTDE-EXPIRADAS  PIC 9(05)       VALUE ZEROES.

      ******************************************************************
      * ITENS DA COTACAO (MESMA CRITICA DOS ITENS DO PROGCOB084): O
      * VALOR TOTAL CABE NO VALOR DO DETALHE DO SALESTXNRAW.
      ******************************************************************
       77  WRK-PRODUTO         PIC X(08)       VALUE SPACES.
       77  WRK-QTDE-ITEM       PIC 9(05)       VALUE ZEROES.
       77  WRK-PRECO-ITEM      PIC 9(06)V99    VALUE ZEROES.
       77  WRK-VALOR-ITEM      PIC 9(08)V99    VALUE ZEROES.
       77  WRK-VALOR-COTACAO   PIC 9(05)V99    VALUE ZEROES.
       77  WRK-ITEM-IDX        PIC 9(02)       VALUE ZEROES.

       77  WRK-DESCRICAO       PIC X(30)       VALUE SPACES.
       77  WRK-SITUACAO-DESC   PIC X(10)       VALUE SPACES.
       77  WRK-QTDE-ED         PIC ZZ.ZZ9.
       77  WRK-PRECO-ED        PIC ZZZ.ZZ9,99.
       77  WRK-VALOR-ED        PIC ZZ.ZZZ.ZZ9,99.

       01  WRK-HOJE.
           02  WRK-HOJE-ANO    PIC 9(04)       VALUE ZEROES.
           02  WRK-HOJE-MES    PIC 9(02)       VALUE ZEROES.
           02  WRK-HOJE-DIA    PIC 9(02)       VALUE ZEROES.
       01  WRK-HOJE-NUM REDEFINES WRK-HOJE PIC 9(08).

       PROCEDURE DIVISION.

           MOVE 'Q' TO FU-FUNCAO.
           CALL 'FILUTIL' USING FU-PARM.
           IF FU-QTDE >= 1 AND FU-QTDE <= 9
               MOVE FU-QTDE TO WRK-QTDE-FILIAIS
           END-IF.

           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.

           OPEN I-O QUOTE-MASTER-FILE.
           IF WRK-QUOTE-STATUS NOT = '00'
               OPEN OUTPUT QUOTE-MASTER-FILE
               CLOSE QUOTE-MASTER-FILE
               OPEN I-O QUOTE-MASTER-FILE
               IF WRK-QUOTE-STATUS NOT = '00'
                   DISPLAY 'QUOTEMASTER INDISPONIVEL'
                   STOP RUN
               END-IF
           END-IF.

           OPEN INPUT CUST-MASTER-FILE.
           IF WRK-CUST-STATUS NOT = '00'
               DISPLAY 'CUSTMASTER INDISPONIVEL'
               CLOSE QUOTE-MASTER-FILE
               STOP RUN
           END-IF.
           OPEN INPUT SELLER-MASTER-FILE.
           OPEN INPUT PRODUCT-MASTER-FILE.
           MOVE 'N' TO WRK-PROD-ABERTO.
           IF WRK-PROD-STATUS = '00'
               MOVE 'S' TO WRK-PROD-ABERTO
           END-IF.

           PERFORM 0100-EXPIRA-VENCIDAS.

           PERFORM 0200-EXECUTA-MENU UNTIL WRK-OPCAO = 9.

           IF WRK-SELLER-STATUS = '00'
               CLOSE SELLER-MASTER-FILE
           END-IF.
           IF WRK-PROD-ABERTO = 'S'
               CLOSE PRODUCT-MASTER-FILE
               MOVE 'N' TO WRK-PROD-ABERTO
           END-IF.
           CLOSE CUST-MASTER-FILE.
           CLOSE QUOTE-MASTER-FILE.

           STOP RUN.

      ******************************************************************
      * 0100-EXPIRA-VENCIDAS - COTACAO AINDA ABERTA COM A VALIDADE
      * VENCIDA PASSA A EXPIRADA, COM O MOTIVO NO REGISTRO.
      ******************************************************************
       0100-EXPIRA-VENCIDAS SECTION.
           MOVE 0 TO WRK-QTDE-EXPIRADAS.
           MOVE 'N' TO WRK-QUOTE-EOF.
           MOVE 0 TO QT-NUMERO.
           START QUOTE-MASTER-FILE KEY IS NOT LESS THAN QT-NUMERO
               INVALID KEY
                   MOVE 'S' TO WRK-QUOTE-EOF
           END-START.

           PERFORM UNTIL QUOTE-ACABOU
               READ QUOTE-MASTER-FILE NEXT
                   AT END
                       MOVE 'S' TO WRK-QUOTE-EOF
                   NOT AT END
                       IF COTACAO-ABERTA
                           AND QT-VALIDADE < WRK-HOJE-NUM
                           MOVE 'E' TO QT-SITUACAO
                           MOVE WRK-HOJE-NUM TO QT-DATA-FECHA
                           MOVE 'VALIDADE EXPIRADA' TO QT-MOTIVO
                           REWRITE QT-REGISTRO
                           ADD 1 TO WRK-QTDE-EXPIRADAS
                       END-IF
               END-READ
           END-PERFORM.

           IF WRK-QTDE-EXPIRADAS > 0
               DISPLAY 'COTACOES EXPIRADAS NESTA ABERTURA: '
                       WRK-QTDE-EXPIRADAS
           END-IF.

      ******************************************************************
      * 0200-EXECUTA-MENU - OPCOES DO PROGRAMA.
      ******************************************************************
       0200-EXECUTA-MENU SECTION.
           DISPLAY '1 - NOVA COTACAO'.
           DISPLAY '2 - CONVERTER COTACAO EM PEDIDO'.
           DISPLAY '3 - REGISTRAR COTACAO PERDIDA'.
           DISPLAY '4 - CONSULTAR / REIMPRIMIR COTACAO'.
           DISPLAY '9 - SAIR'.
           DISPLAY 'ESCOLHA UMA OPCAO: '.
           ACCEPT WRK-OPCAO.

           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0300-NOVA-COTACAO
               WHEN 2
                   PERFORM 0500-CONVERTE-COTACAO
               WHEN 3
                   PERFORM 0600-REGISTRA-PERDA
               WHEN 4
                   PERFORM 0700-CONSULTA-COTACAO
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

      ******************************************************************
      * 0300-NOVA-COTACAO - RECEBE CLIENTE, ENTREGA, VENDEDOR, FILIAL,
      * VALIDADE E ITENS, GRAVA A COTACAO ABERTA E IMPRIME O DOCUMENTO.
      ******************************************************************
       0300-NOVA-COTACAO SECTION.
           DISPLAY 'CODIGO DO CLIENTE: '.
           ACCEPT WRK-CLIENTE.
           MOVE WRK-CLIENTE TO CM-CODIGO.
           READ CUST-MASTER-FILE
               INVALID KEY
                   DISPLAY 'CLIENTE NAO CADASTRADO - COTACAO RECUSADA'
                   GO TO 0300-EXIT
           END-READ.
           IF CREDITO-BLOQUEADO
               DISPLAY 'CLIENTE COM CREDITO BLOQUEADO - COTACAO '
                       'RECUSADA'
               GO TO 0300-EXIT
           END-IF.
           DISPLAY 'CLIENTE: ' CM-NOME.

       0300-RECEBE-ENTREGA.
           DISPLAY 'ENDERECO DE ENTREGA (SEQUENCIA DO SHIPTO, '
                   '0 = CADASTRO): '.
           ACCEPT WRK-SHIPTO.
           IF WRK-SHIPTO > 0
               PERFORM 0350-BUSCA-ENTREGA
               IF WRK-SHIPTO-OK NOT = 'S'
                   DISPLAY 'ENDERECO DE ENTREGA NAO CADASTRADO PARA '
                           'O CLIENTE'
                   GO TO 0300-RECEBE-ENTREGA
               END-IF
               DISPLAY 'ENTREGA: ' SH-DESCRICAO ' ' SH-CIDADE
                       '/' SH-ESTADO
           END-IF.

       0300-RECEBE-VENDEDOR.
           DISPLAY 'CODIGO DO VENDEDOR (0 = NAO IDENTIFICADO): '.
           ACCEPT WRK-VENDEDOR.
           IF WRK-VENDEDOR > 0 AND WRK-SELLER-STATUS = '00'
               MOVE WRK-VENDEDOR TO VD-CODIGO
               READ SELLER-MASTER-FILE
                   INVALID KEY
                       DISPLAY 'VENDEDOR NAO CADASTRADO'
                       GO TO 0300-RECEBE-VENDEDOR
                   NOT INVALID KEY
                       IF NOT VENDEDOR-ATIVO
                           DISPLAY 'VENDEDOR INATIVO'
                           GO TO 0300-RECEBE-VENDEDOR
                       END-IF
               END-READ
           END-IF.

       0300-RECEBE-FILIAL.
           DISPLAY 'FILIAL (1 A ' WRK-QTDE-FILIAIS '): '.
           ACCEPT WRK-FILIAL.
           IF WRK-FILIAL < 1 OR WRK-FILIAL > WRK-QTDE-FILIAIS
               DISPLAY 'FILIAL INVALIDA'
               GO TO 0300-RECEBE-FILIAL
           END-IF.

       0300-RECEBE-VALIDADE.
           DISPLAY 'VALIDA ATE (AAAAMMDD): '.
           ACCEPT WRK-VALIDADE.
           MOVE 'V' TO DU-FUNCAO.
           MOVE WRK-VALIDADE TO DU-DATA.
           CALL 'DATEUTIL' USING DU-PARM.
           IF DU-RETORNO NOT = 'S' OR WRK-VALIDADE < WRK-HOJE-NUM
               DISPLAY 'VALIDADE INVALIDA OU NO PASSADO'
               GO TO 0300-RECEBE-VALIDADE
           END-IF.

           MOVE 0 TO LN-QTDE-LINHAS.
           MOVE 0 TO WRK-VALOR-COTACAO.
           MOVE SPACES TO WRK-PRODUTO.
           PERFORM 0400-RECEBE-ITEM UNTIL WRK-PRODUTO = 'FIM'.

           IF LN-QTDE-LINHAS = 0
               DISPLAY 'COTACAO SEM ITENS - DESCARTADA'
               GO TO 0300-EXIT
           END-IF.

           PERFORM 0450-PROXIMO-NUMERO.

           MOVE SPACES            TO QT-REGISTRO.
           MOVE WRK-NUMERO        TO QT-NUMERO.
           MOVE WRK-HOJE-NUM      TO QT-DATA.
           MOVE WRK-VALIDADE      TO QT-VALIDADE.
           MOVE WRK-CLIENTE       TO QT-CLIENTE.
           MOVE WRK-SHIPTO        TO QT-SHIPTO.
           MOVE WRK-VENDEDOR      TO QT-VENDEDOR.
           MOVE WRK-FILIAL        TO QT-FILIAL.
           MOVE 'A'               TO QT-SITUACAO.
           MOVE WRK-VALOR-COTACAO TO QT-VALOR.
           MOVE 0                 TO QT-PEDIDO.
           MOVE 0                 TO QT-DATA-FECHA.
           MOVE 'INTERATIVO'      TO QT-OPERADOR.
           MOVE LN-QTDE-LINHAS    TO QT-QTDE-ITENS.
           PERFORM VARYING WRK-ITEM-IDX FROM 1 BY 1
                   UNTIL WRK-ITEM-IDX > 20
               IF WRK-ITEM-IDX > LN-QTDE-LINHAS
                   MOVE SPACES TO QT-PRODUTO(WRK-ITEM-IDX)
                   MOVE 0      TO QT-QTDE(WRK-ITEM-IDX)
                   MOVE 0      TO QT-PRECO(WRK-ITEM-IDX)
                   MOVE 0      TO QT-VALOR-ITEM(WRK-ITEM-IDX)
               ELSE
                   MOVE LN-PRODUTO(WRK-ITEM-IDX)
                       TO QT-PRODUTO(WRK-ITEM-IDX)
                   MOVE LN-QTDE(WRK-ITEM-IDX)
                       TO QT-QTDE(WRK-ITEM-IDX)
                   MOVE LN-PRECO-UNIT(WRK-ITEM-IDX)
                       TO QT-PRECO(WRK-ITEM-IDX)
                   MOVE LN-VALOR(WRK-ITEM-IDX)
                       TO QT-VALOR-ITEM(WRK-ITEM-IDX)
               END-IF
           END-PERFORM.
           WRITE QT-REGISTRO
               INVALID KEY
                   DISPLAY 'NUMERO DE COTACAO JA USADO - VERIFICAR O '
                           'QUOTESEQ'
                   GO TO 0300-EXIT
           END-WRITE.

           PERFORM 0800-IMPRIME-DOCUMENTO.

           DISPLAY 'COTACAO ' WRK-NUMERO ' GRAVADA E IMPRESSA'.
       0300-EXIT.
           EXIT.

      ******************************************************************
      * 0350-BUSCA-ENTREGA - PROCURA NO SHIPTO A SEQUENCIA INFORMADA
      * PARA O CLIENTE DA COTACAO.
      ******************************************************************
       0350-BUSCA-ENTREGA SECTION.
           MOVE 'N' TO WRK-SHIPTO-OK.
           MOVE 'N' TO WRK-SHIPTO-EOF.

           OPEN INPUT SHIPTO-FILE.
           IF WRK-SHIPTO-STATUS NOT = '00'
               GO TO 0350-EXIT
           END-IF.

           PERFORM UNTIL SHIPTO-ACABOU
               READ SHIPTO-FILE
                   AT END
                       MOVE 'S' TO WRK-SHIPTO-EOF
                   NOT AT END
                       IF SH-CLIENTE = WRK-CLIENTE
                           AND SH-SEQ = WRK-SHIPTO
                           MOVE 'S' TO WRK-SHIPTO-OK
                           MOVE 'S' TO WRK-SHIPTO-EOF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE SHIPTO-FILE.
       0350-EXIT.
           EXIT.

      ******************************************************************
      * 0400-RECEBE-ITEM - RECEBE UM ITEM DA COTACAO: PRODUTO DO
      * PRODMASTER, QUANTIDADE E PRECO COMBINADO (ZERO = PRECO DE
      * TABELA VIGENTE HOJE, DA LISTA DE PRECOS OU DO CADASTRO).
      ******************************************************************
       0400-RECEBE-ITEM SECTION.
           DISPLAY 'PRODUTO (FIM = ENCERRA OS ITENS): '.
           ACCEPT WRK-PRODUTO.
           IF WRK-PRODUTO = 'FIM'
               GO TO 0400-EXIT
           END-IF.
           IF LN-QTDE-LINHAS >= 20
               DISPLAY 'COTACAO COM ITENS DEMAIS (20)'
               MOVE 'FIM' TO WRK-PRODUTO
               GO TO 0400-EXIT
           END-IF.

           MOVE 0 TO PRD-PRECO-UNIT.
           IF WRK-PROD-ABERTO = 'S'
               MOVE WRK-PRODUTO TO PRD-CODIGO
               READ PRODUCT-MASTER-FILE
                   INVALID KEY
                       DISPLAY 'PRODUTO NAO CADASTRADO - ITEM '
                               'RECUSADO'
                       GO TO 0400-EXIT
               END-READ
               DISPLAY 'PRODUTO: ' PRD-DESCRICAO
           END-IF.

           MOVE 'P'            TO PC-FUNCAO.
           MOVE WRK-PRODUTO    TO PC-PRODUTO.
           MOVE WRK-HOJE-NUM   TO PC-DATA.
           CALL 'PRICEUTIL' USING PC-PARM.
           IF PC-RETORNO = 'S'
               MOVE PC-PRECO TO PRD-PRECO-UNIT
           END-IF.

           DISPLAY 'QUANTIDADE: '.
           ACCEPT WRK-QTDE-ITEM.
           IF WRK-QTDE-ITEM = 0
               DISPLAY 'QUANTIDADE ZERADA - ITEM RECUSADO'
               GO TO 0400-EXIT
           END-IF.

           DISPLAY 'PRECO COMBINADO (0 = TABELA ' PRD-PRECO-UNIT '): '.
           ACCEPT WRK-PRECO-ITEM.
           IF WRK-PRECO-ITEM = 0
               MOVE PRD-PRECO-UNIT TO WRK-PRECO-ITEM
           END-IF.
           IF WRK-PRECO-ITEM = 0
               DISPLAY 'PRODUTO SEM PRECO - ITEM RECUSADO'
               GO TO 0400-EXIT
           END-IF.

           COMPUTE WRK-VALOR-ITEM = WRK-QTDE-ITEM * WRK-PRECO-ITEM
               ON SIZE ERROR
                   DISPLAY 'VALOR DO ITEM FORA DO LIMITE - ITEM '
                           'RECUSADO'
                   GO TO 0400-EXIT
           END-COMPUTE.

           ADD WRK-VALOR-ITEM TO WRK-VALOR-COTACAO
               ON SIZE ERROR
                   SUBTRACT WRK-VALOR-ITEM FROM WRK-VALOR-COTACAO
                   DISPLAY 'TOTAL DA COTACAO FORA DO LIMITE - ITEM '
                           'RECUSADO'
                   GO TO 0400-EXIT
           END-ADD.

           ADD 1 TO LN-QTDE-LINHAS.
           MOVE WRK-PRODUTO    TO LN-PRODUTO(LN-QTDE-LINHAS).
           MOVE WRK-QTDE-ITEM  TO LN-QTDE(LN-QTDE-LINHAS).
           MOVE WRK-PRECO-ITEM TO LN-PRECO-UNIT(LN-QTDE-LINHAS).
           MOVE WRK-VALOR-ITEM TO LN-VALOR(LN-QTDE-LINHAS).
           DISPLAY 'ITEM ' LN-QTDE-LINHAS ': ' WRK-VALOR-ITEM.
       0400-EXIT.
           EXIT.

      ******************************************************************
      * 0450-PROXIMO-NUMERO - PROXIMO NUMERO DE COTACAO PELO ARQUIVO
      * DE CONTROLE QUOTESEQ (MESMA MECANICA DO SALESIDSEQ), REGRAVADO
      * NA HORA.
      ******************************************************************
       0450-PROXIMO-NUMERO SECTION.
           MOVE 0 TO WRK-NUMERO.
           OPEN INPUT QUOTE-SEQ-FILE.
           IF WRK-QSEQ-STATUS = '00'
               READ QUOTE-SEQ-FILE
                   NOT AT END
                       IF QS-ULTIMO NUMERIC
                           MOVE QS-ULTIMO TO WRK-NUMERO
                       END-IF
               END-READ
               CLOSE QUOTE-SEQ-FILE
           END-IF.

           ADD 1 TO WRK-NUMERO.

           OPEN OUTPUT QUOTE-SEQ-FILE.
           MOVE WRK-NUMERO TO QS-ULTIMO.
           WRITE QS-REGISTRO.
           CLOSE QUOTE-SEQ-FILE.

      ******************************************************************
      * 0500-CONVERTE-COTACAO - COTACAO ABERTA E DENTRO DA VALIDADE
      * VIRA PEDIDO: LOTE H/DETALHE/T NO SALESTXNRAW COM O PROXIMO
      * TXN-ID DO SALESIDSEQ E AS LINHAS NO ORDERLINES COM OS PRECOS
      * DA COTACAO. O MES DA VENDA E O DA CONVERSAO.
      ******************************************************************
       0500-CONVERTE-COTACAO SECTION.
           DISPLAY 'NUMERO DA COTACAO: '.
           ACCEPT WRK-NUMERO.
           MOVE WRK-NUMERO TO QT-NUMERO.
           READ QUOTE-MASTER-FILE
               INVALID KEY
                   DISPLAY 'COTACAO NAO ENCONTRADA'
                   GO TO 0500-EXIT
           END-READ.

           IF NOT COTACAO-ABERTA
               DISPLAY 'COTACAO NAO ESTA ABERTA - SITUACAO '
                       QT-SITUACAO
               GO TO 0500-EXIT
           END-IF.
           IF QT-VALIDADE < WRK-HOJE-NUM
               DISPLAY 'COTACAO VENCIDA EM ' QT-VALIDADE
               GO TO 0500-EXIT
           END-IF.

           MOVE QT-CLIENTE TO CM-CODIGO.
           READ CUST-MASTER-FILE
               INVALID KEY
                   DISPLAY 'CLIENTE NAO CADASTRADO - CONVERSAO '
                           'RECUSADA'
                   GO TO 0500-EXIT
           END-READ.
           IF CREDITO-BLOQUEADO
               DISPLAY 'CLIENTE COM CREDITO BLOQUEADO - CONVERSAO '
                       'RECUSADA'
               GO TO 0500-EXIT
           END-IF.

           DISPLAY 'CLIENTE: ' CM-NOME.
           MOVE QT-VALOR TO WRK-VALOR-ED.
           DISPLAY 'VALOR DA COTACAO: ' WRK-VALOR-ED.
           DISPLAY 'CONFIRMA A CONVERSAO EM PEDIDO (S/N): '.
           ACCEPT WRK-DECISAO.
           IF WRK-DECISAO NOT = 'S'
               DISPLAY 'CONVERSAO DESCARTADA'
               GO TO 0500-EXIT
           END-IF.

           PERFORM 0550-PROXIMO-ID.

           OPEN EXTEND SALES-RAW-FILE.
           IF WRK-RAW-STATUS NOT = '00'
               OPEN OUTPUT SALES-RAW-FILE
           END-IF.

           MOVE WRK-HOJE-NUM TO WRH-DATA.
           MOVE SPACES TO SR-REGISTRO.
           MOVE WRK-REG-HEADER TO SR-REGISTRO.
           WRITE SR-REGISTRO.

           MOVE WRK-HOJE-MES    TO WRD-MES.
           MOVE QT-VALOR        TO WRD-VALOR.
           MOVE QT-CLIENTE      TO WRD-CLIENTE.
           MOVE QT-VENDEDOR     TO WRD-VENDEDOR.
           MOVE QT-FILIAL       TO WRD-FILIAL.
           MOVE WRK-ULTIMO-ID   TO WRD-ID.
           MOVE 'V'             TO WRD-TIPO.
           MOVE ZEROES          TO WRD-PEDIDO-ORIG.
           MOVE SPACES TO SR-REGISTRO.
           MOVE WRK-REG-DETALHE TO SR-REGISTRO.
           WRITE SR-REGISTRO.

           MOVE 1        TO WRT-QTDE.
           MOVE QT-VALOR TO WRT-TOTAL.
           MOVE SPACES TO SR-REGISTRO.
           MOVE WRK-REG-TRAILER TO SR-REGISTRO.
           WRITE SR-REGISTRO.

           CLOSE SALES-RAW-FILE.

           MOVE QT-QTDE-ITENS TO LN-QTDE-LINHAS.
           PERFORM VARYING WRK-ITEM-IDX FROM 1 BY 1
                   UNTIL WRK-ITEM-IDX > QT-QTDE-ITENS
               MOVE QT-PRODUTO(WRK-ITEM-IDX)
                   TO LN-PRODUTO(WRK-ITEM-IDX)
               MOVE QT-QTDE(WRK-ITEM-IDX)
                   TO LN-QTDE(WRK-ITEM-IDX)
               MOVE QT-PRECO(WRK-ITEM-IDX)
                   TO LN-PRECO-UNIT(WRK-ITEM-IDX)
               MOVE QT-VALOR-ITEM(WRK-ITEM-IDX)
                   TO LN-VALOR(WRK-ITEM-IDX)
           END-PERFORM.
           MOVE 'G' TO LN-FUNCAO.
           MOVE WRK-ULTIMO-ID TO LN-PEDIDO.
           CALL 'ORDLUTIL' USING LN-PARM.

           MOVE 'C'           TO QT-SITUACAO.
           MOVE WRK-ULTIMO-ID TO QT-PEDIDO.
           MOVE WRK-HOJE-NUM  TO QT-DATA-FECHA.
           MOVE SPACES        TO QT-MOTIVO.
           REWRITE QT-REGISTRO.

           DISPLAY 'COTACAO CONVERTIDA NO PEDIDO TXN-ID '
                   WRK-ULTIMO-ID.
       0500-EXIT.
           EXIT.

      ******************************************************************
      * 0550-PROXIMO-ID - PROXIMO TXN-ID PELO ARQUIVO DE CONTROLE
      * SALESIDSEQ (O MESMO DA ENTRADA DE PEDIDOS DO PROGCOB084),
      * REGRAVADO NA HORA.
      ******************************************************************
       0550-PROXIMO-ID SECTION.
           MOVE 0 TO WRK-ULTIMO-ID.
           OPEN INPUT ID-SEQ-FILE.
           IF WRK-SEQ-STATUS = '00'
               READ ID-SEQ-FILE
                   NOT AT END
                       IF SQ-ULTIMO-ID NUMERIC
                           MOVE SQ-ULTIMO-ID TO WRK-ULTIMO-ID
                       END-IF
               END-READ
               CLOSE ID-SEQ-FILE
           END-IF.

           ADD 1 TO WRK-ULTIMO-ID.

           OPEN OUTPUT ID-SEQ-FILE.
           MOVE WRK-ULTIMO-ID TO SQ-ULTIMO-ID.
           WRITE SQ-REGISTRO.
           CLOSE ID-SEQ-FILE.

      ******************************************************************
      * 0600-REGISTRA-PERDA - COTACAO ABERTA PERDIDA, COM O MOTIVO.
      ******************************************************************
       0600-REGISTRA-PERDA SECTION.
           DISPLAY 'NUMERO DA COTACAO: '.
           ACCEPT WRK-NUMERO.
           MOVE WRK-NUMERO TO QT-NUMERO.
           READ QUOTE-MASTER-FILE
               INVALID KEY
                   DISPLAY 'COTACAO NAO ENCONTRADA'
                   GO TO 0600-EXIT
           END-READ.

           IF NOT COTACAO-ABERTA
               DISPLAY 'COTACAO NAO ESTA ABERTA - SITUACAO '
                       QT-SITUACAO
               GO TO 0600-EXIT
           END-IF.

           DISPLAY 'MOTIVO DA PERDA (PRECO, PRAZO, CONCORRENTE...): '.
           ACCEPT WRK-MOTIVO.
           IF WRK-MOTIVO = SPACES
               DISPLAY 'MOTIVO OBRIGATORIO - REGISTRO RECUSADO'
               GO TO 0600-EXIT
           END-IF.

           MOVE 'P'          TO QT-SITUACAO.
           MOVE WRK-HOJE-NUM TO QT-DATA-FECHA.
           MOVE WRK-MOTIVO   TO QT-MOTIVO.
           REWRITE QT-REGISTRO.

           DISPLAY 'COTACAO ' WRK-NUMERO ' REGISTRADA COMO PERDIDA'.
       0600-EXIT.
           EXIT.

      ******************************************************************
      * 0700-CONSULTA-COTACAO - MOSTRA A SITUACAO DA COTACAO E, A
      * PEDIDO, IMPRIME DE NOVO O DOCUMENTO.
      ******************************************************************
       0700-CONSULTA-COTACAO SECTION.
           DISPLAY 'NUMERO DA COTACAO: '.
           ACCEPT WRK-NUMERO.
           MOVE WRK-NUMERO TO QT-NUMERO.
           READ QUOTE-MASTER-FILE
               INVALID KEY
                   DISPLAY 'COTACAO NAO ENCONTRADA'
                   GO TO 0700-EXIT
           END-READ.

           PERFORM 0750-DESCREVE-SITUACAO.
           MOVE QT-VALOR TO WRK-VALOR-ED.
           DISPLAY 'COTACAO ' QT-NUMERO ' DE ' QT-DATA
                   ' VALIDA ATE ' QT-VALIDADE.
           DISPLAY 'CLIENTE ' QT-CLIENTE ' VENDEDOR ' QT-VENDEDOR
                   ' FILIAL ' QT-FILIAL ' VALOR ' WRK-VALOR-ED.
           DISPLAY 'SITUACAO: ' WRK-SITUACAO-DESC.
           IF COTACAO-CONVERTIDA
               DISPLAY 'PEDIDO TXN-ID ' QT-PEDIDO ' EM ' QT-DATA-FECHA
           END-IF.
           IF COTACAO-PERDIDA OR COTACAO-EXPIRADA
               DISPLAY 'FECHADA EM ' QT-DATA-FECHA
                       ' - MOTIVO: ' QT-MOTIVO
           END-IF.

           DISPLAY 'REIMPRIMIR O DOCUMENTO (S/N): '.
           ACCEPT WRK-DECISAO.
           IF WRK-DECISAO = 'S'
               MOVE QT-CLIENTE TO CM-CODIGO
               READ CUST-MASTER-FILE
                   INVALID KEY
                       MOVE SPACES TO CM-NOME
               END-READ
               MOVE QT-CLIENTE TO WRK-CLIENTE
               MOVE QT-SHIPTO  TO WRK-SHIPTO
               IF WRK-SHIPTO > 0
                   PERFORM 0350-BUSCA-ENTREGA
               END-IF
               PERFORM 0800-IMPRIME-DOCUMENTO
               DISPLAY 'DOCUMENTO IMPRESSO NO QUOTEDOC'
           END-IF.
       0700-EXIT.
           EXIT.

       0750-DESCREVE-SITUACAO SECTION.
           EVALUATE TRUE
               WHEN COTACAO-ABERTA
                   MOVE 'ABERTA'     TO WRK-SITUACAO-DESC
               WHEN COTACAO-CONVERTIDA
                   MOVE 'CONVERTIDA' TO WRK-SITUACAO-DESC
               WHEN COTACAO-PERDIDA
                   MOVE 'PERDIDA'    TO WRK-SITUACAO-DESC
               WHEN COTACAO-EXPIRADA
                   MOVE 'EXPIRADA'   TO WRK-SITUACAO-DESC
               WHEN OTHER
                   MOVE QT-SITUACAO  TO WRK-SITUACAO-DESC
           END-EVALUATE.

      ******************************************************************
      * 0800-IMPRIME-DOCUMENTO - DOCUMENTO DA COTACAO NO QUOTEDOC:
      * CABECALHO COM CLIENTE, ENTREGA E VALIDADE, UMA LINHA POR ITEM
      * E O TOTAL. O CLIENTE JA ESTA LIDO E, COM ENTREGA INFORMADA, O
      * ENDERECO DO SHIPTO TAMBEM.
      ******************************************************************
       0800-IMPRIME-DOCUMENTO SECTION.
           OPEN EXTEND QUOTE-DOC-FILE.
           IF WRK-DOC-STATUS NOT = '00'
               OPEN OUTPUT QUOTE-DOC-FILE
           END-IF.

           MOVE SPACES TO QD-LINHA.
           WRITE QD-LINHA FROM '====================================='.
           MOVE SPACES TO QD-LINHA.
           STRING 'COTACAO DE VENDA NR ' QT-NUMERO
                  '   EMITIDA EM ' QT-DATA(7:2) '/' QT-DATA(5:2)
                  '/' QT-DATA(1:4)
               DELIMITED BY SIZE INTO QD-LINHA
           END-STRING
           WRITE QD-LINHA.
           MOVE SPACES TO QD-LINHA.
           STRING 'CLIENTE: ' QT-CLIENTE ' ' CM-NOME
               DELIMITED BY SIZE INTO QD-LINHA
           END-STRING
           WRITE QD-LINHA.
           MOVE SPACES TO QD-LINHA.
           IF QT-SHIPTO > 0 AND WRK-SHIPTO-OK = 'S'
               STRING 'ENTREGA: ' SH-ENDERECO ' ' SH-CIDADE
                      '/' SH-ESTADO
                   DELIMITED BY SIZE INTO QD-LINHA
               END-STRING
           ELSE
               STRING 'ENTREGA: ENDERECO DO CADASTRO ('
                      CM-ESTADO ')'
                   DELIMITED BY SIZE INTO QD-LINHA
               END-STRING
           END-IF.
           WRITE QD-LINHA.
           MOVE SPACES TO QD-LINHA.
           STRING 'VENDEDOR: ' QT-VENDEDOR '   FILIAL: ' QT-FILIAL
               DELIMITED BY SIZE INTO QD-LINHA
           END-STRING
           WRITE QD-LINHA.
           MOVE SPACES TO QD-LINHA.
           WRITE QD-LINHA FROM '-------------------------------------'.

           PERFORM VARYING WRK-ITEM-IDX FROM 1 BY 1
                   UNTIL WRK-ITEM-IDX > QT-QTDE-ITENS
               MOVE SPACES TO WRK-DESCRICAO
               IF WRK-PROD-ABERTO = 'S'
                   MOVE QT-PRODUTO(WRK-ITEM-IDX) TO PRD-CODIGO
                   READ PRODUCT-MASTER-FILE
                       NOT INVALID KEY
                           MOVE PRD-DESCRICAO TO WRK-DESCRICAO
                   END-READ
               END-IF
               MOVE QT-QTDE(WRK-ITEM-IDX)       TO WRK-QTDE-ED
               MOVE QT-PRECO(WRK-ITEM-IDX)      TO WRK-PRECO-ED
               MOVE QT-VALOR-ITEM(WRK-ITEM-IDX) TO WRK-VALOR-ED
               MOVE SPACES TO QD-LINHA
               STRING QT-PRODUTO(WRK-ITEM-IDX) ' ' WRK-DESCRICAO
                      ' ' WRK-QTDE-ED ' ' WRK-PRECO-ED
                      ' ' WRK-VALOR-ED
                   DELIMITED BY SIZE INTO QD-LINHA
               END-STRING
               WRITE QD-LINHA
           END-PERFORM.

           MOVE SPACES TO QD-LINHA.
           WRITE QD-LINHA FROM '-------------------------------------'.
           MOVE QT-VALOR TO WRK-VALOR-ED.
           MOVE SPACES TO QD-LINHA.
           STRING 'TOTAL DA COTACAO: ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO QD-LINHA
           END-STRING
           WRITE QD-LINHA.
           MOVE SPACES TO QD-LINHA.
           STRING 'PRECOS VALIDOS ATE ' QT-VALIDADE(7:2) '/'
                  QT-VALIDADE(5:2) '/' QT-VALIDADE(1:4)
               DELIMITED BY SIZE INTO QD-LINHA
           END-STRING
           WRITE QD-LINHA.

           CLOSE QUOTE-DOC-FILE.

       END PROGRAM PROGCOB133.
