       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB123.
      ******************************************************************
      *AUTHOR: CARLOS AMARAL
      *DATE: 15/10/2026
      *PURPOSE: PEDIDOS DE COMPRA DE MERCADORIA E RECEBIMENTO NA
      *         FILIAL. O COMPRADOR (VALIDADO NO USERMASTER COM PIN)
      *         INCLUI O PEDIDO PARA UM FORNECEDOR ATIVO DO
      *         SUPPMASTER, COM A FILIAL DE ENTREGA, A DATA PREVISTA E
      *         AS LINHAS DE PRODUTO/QUANTIDADE/PRECO, NUMERADO PELA
      *         SEQUENCIA PURCHSEQ E GRAVADO NO PURCHORDERS. NO
      *         RECEBIMENTO, CADA LINHA PENDENTE RECEBE A QUANTIDADE
      *         QUE CHEGOU: ELA ENTRA NO SALDO DO STOCKBAL PELO
      *         STOCKUTIL (DOCUMENTO = NUMERO DO PEDIDO), E GRAVADA NO
      *         LOG GOODSRCPT E A LINHA PASSA A PARCIAL OU FECHADA. O
      *         COMPRADOR TAMBEM PODE ENCERRAR O SALDO DE UMA LINHA QUE
      *         O FORNECEDOR NAO VAI MAIS ENTREGAR.
      *MODIFICATION HISTORY:
      * 15/10/2026 - A LINHA DO PEDIDO GANHOU A QUANTIDADE JA FATURADA
      *              PELO FORNECEDOR (PO-QTDE-FATURADA), ZERADA NA
      *              INCLUSAO E MOSTRADA NA CONSULTA, PARA A CONFERENCIA
      *              DAS NOTAS DE COMPRA DO PROGCOB125.
      * 15/10/2026 - CADA RECEBIMENTO PASSOU A RECALCULAR O CUSTO MEDIO
      *              PONDERADO DO PRODUTO (PRD-CUSTO-MEDIO DO
      *              PRODMASTER): (SALDO DE TODAS AS FILIAIS X CUSTO
      *              ATUAL + QUANTIDADE RECEBIDA X PRECO DO PEDIDO) /
      *              (SALDO + RECEBIDO). PRODUTO AINDA SEM CUSTO OU SEM
      *              SALDO ASSUME O PRECO DO PEDIDO.
      * 15/10/2026 - PIN CONFERIDO PELO HASH COM SAL DO USERMASTER
      *              (SUBPROGRAMA PINUTIL), SEM COMPARAR O PIN EM CLARO;
      *              WRK-PIN ACEITA A SENHA LONGA DO ADMIN.
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
           SELECT USER-MASTER-FILE ASSIGN TO 'USERMASTER'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UM-USER
               FILE STATUS IS WRK-USERMASTER-STATUS.

           SELECT SUPP-MASTER-FILE ASSIGN TO 'SUPPMASTER'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SU-CODIGO
               FILE STATUS IS WRK-SUPP-STATUS.

           SELECT PRODUCT-MASTER-FILE ASSIGN TO 'PRODMASTER'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRD-CODIGO
               FILE STATUS IS WRK-PROD-STATUS.

           SELECT PURCH-ORDER-FILE ASSIGN TO 'PURCHORDERS'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-CHAVE
               FILE STATUS IS WRK-PO-STATUS.

           SELECT PO-SEQ-FILE ASSIGN TO 'PURCHSEQ'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-SEQ-STATUS.

           SELECT GOODS-RCPT-FILE ASSIGN TO 'GOODSRCPT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-RCPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  USER-MASTER-FILE.
           COPY 'USERMASTER-REC.cob'.

       FD  SUPP-MASTER-FILE.
           COPY 'SUPPMASTER-REC.cob'.

       FD  PRODUCT-MASTER-FILE.
           COPY 'PRODMASTER-REC.cob'.

       FD  PURCH-ORDER-FILE.
           COPY 'PURCHORD-REC.cob'.

       FD  PO-SEQ-FILE.
       01  PQ-REGISTRO.
           02  PQ-ULTIMO-NUMERO    PIC 9(08).

       FD  GOODS-RCPT-FILE.
           COPY 'GOODSRCPT-REC.cob'.

       WORKING-STORAGE SECTION.
           COPY 'STOCKUTIL-PARM.cob'.
           COPY 'FILUTIL-PARM.cob'.
           COPY 'DATEUTIL-PARM.cob'.

       77  WRK-USERMASTER-STATUS PIC X(02)     VALUE SPACES.
       77  WRK-SUPP-STATUS     PIC X(02)       VALUE SPACES.
       77  WRK-PROD-STATUS     PIC X(02)       VALUE SPACES.
       77  WRK-PROD-ABERTO     PIC X(01)       VALUE 'N'.
       77  WRK-PO-STATUS       PIC X(02)       VALUE SPACES.
       77  WRK-SEQ-STATUS      PIC X(02)       VALUE SPACES.
       77  WRK-RCPT-STATUS     PIC X(02)       VALUE SPACES.
       77  WRK-PO-EOF          PIC X(01)       VALUE 'N'.
           88  PO-ACABOU                       VALUE 'S'.

       77  WRK-USER            PIC X(20)       VALUE SPACES.
       77  WRK-PIN             PIC X(16)       VALUE SPACES.
           COPY 'PINUTIL-PARM.cob'.
       77  WRK-LOGIN-OK        PIC X(01)       VALUE 'N'.
           88  LOGIN-VALIDO                    VALUE 'S'.

       77  WRK-HOJE            PIC 9(08)       VALUE ZEROES.
       77  WRK-OPCAO           PIC 9(01)       VALUE ZEROES.
       77  WRK-NUMERO          PIC 9(08)       VALUE ZEROES.
       77  WRK-LINHA           PIC 9(03)       VALUE ZEROES.
       77  WRK-FORNECEDOR      PIC 9(06)       VALUE ZEROES.
       77  WRK-FILIAL          PIC 9(02)       VALUE ZEROES.
       77  WRK-PREVISTA        PIC 9(08)       VALUE ZEROES.
       77  WRK-PRODUTO         PIC X(08)       VALUE SPACES.
       77  WRK-QTDE            PIC 9(07)       VALUE ZEROES.
       77  WRK-PRECO           PIC 9(06)V99    VALUE ZEROES.
       77  WRK-PENDENTE        PIC 9(07)       VALUE ZEROES.
       77  WRK-QTDE-LINHAS     PIC 9(03)       VALUE ZEROES.
       77  WRK-CABEC-OK        PIC X(01)       VALUE 'N'.

      ******************************************************************
      * CUSTO MEDIO PONDERADO: SALDO DO PRODUTO EM TODAS AS FILIAIS
      * ANTES DA ENTRADA (FUNCAO 'T' DO STOCKUTIL) E O CUSTO NOVO.
      ******************************************************************
       77  WRK-SALDO-TOTAL     PIC 9(07)       VALUE ZEROES.
       77  WRK-CUSTO-ANTERIOR  PIC 9(06)V99    VALUE ZEROES.

      ******************************************************************
      * LINHAS DO PEDIDO EM DIGITACAO. O NUMERO DO PEDIDO SO E TIRADO
      * DA SEQUENCIA QUANDO HA PELO MENOS UMA LINHA PARA GRAVAR.
      ******************************************************************
       77  WRK-ITEM-QTD        PIC 9(02)       VALUE ZEROES.
       77  WRK-ITEM-IDX        PIC 9(02)       VALUE ZEROES.
       01  WRK-TAB-ITENS.
           02  WRK-ITEM        OCCURS 20 TIMES.
               03  WRK-ITEM-PRODUTO    PIC X(08).
               03  WRK-ITEM-QTDE       PIC 9(07).
               03  WRK-ITEM-PRECO      PIC 9(06)V99.

       PROCEDURE DIVISION.

           PERFORM 0050-VALIDA-USUARIO.
           IF NOT LOGIN-VALIDO
               DISPLAY 'ACESSO NEGADO'
               STOP RUN
           END-IF.

           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.

           OPEN I-O PURCH-ORDER-FILE.
           IF WRK-PO-STATUS NOT = '00'
               OPEN OUTPUT PURCH-ORDER-FILE
               CLOSE PURCH-ORDER-FILE
               OPEN I-O PURCH-ORDER-FILE
           END-IF.

           PERFORM 0100-EXECUTA-MENU UNTIL WRK-OPCAO = 9.

           CLOSE PURCH-ORDER-FILE.

           STOP RUN.

      ******************************************************************
      * 0050-VALIDA-USUARIO - EXIGE USUARIO DO USERMASTER COM PIN
      * CORRETO E CONTA NAO BLOQUEADA (MESMA MECANICA DO PROGCOB072).
      ******************************************************************
       0050-VALIDA-USUARIO SECTION.
           MOVE 'N' TO WRK-LOGIN-OK.

           OPEN INPUT USER-MASTER-FILE.
           IF WRK-USERMASTER-STATUS NOT = '00'
               DISPLAY 'USERMASTER INDISPONIVEL'
               GO TO 0050-EXIT
           END-IF.

           DISPLAY 'USUARIO: '.
           ACCEPT WRK-USER.
           DISPLAY 'PIN: '.
           ACCEPT WRK-PIN.

           MOVE WRK-USER TO UM-USER.
           READ USER-MASTER-FILE
               INVALID KEY
                   DISPLAY 'USUARIO NAO CADASTRADO'
               NOT INVALID KEY
                   MOVE 'C'         TO PU-FUNCAO
                   MOVE WRK-PIN     TO PU-SENHA
                   MOVE UM-PIN-SALT TO PU-SALT
                   MOVE UM-PIN-HASH TO PU-HASH
                   CALL 'PINUTIL' USING PU-PARM
                   IF PU-CONFERE AND NOT CONTA-BLOQUEADA
                       MOVE 'S' TO WRK-LOGIN-OK
                   END-IF
           END-READ.

           CLOSE USER-MASTER-FILE.
       0050-EXIT.
           EXIT.

      ******************************************************************
      * 0100-EXECUTA-MENU - MENU DE COMPRAS, ATE O OPERADOR PEDIR A
      * SAIDA.
      ******************************************************************
       0100-EXECUTA-MENU SECTION.
           DISPLAY '1 - INCLUIR PEDIDO DE COMPRA'.
           DISPLAY '2 - CONSULTAR PEDIDO DE COMPRA'.
           DISPLAY '3 - RECEBER MERCADORIA'.
           DISPLAY '4 - ENCERRAR SALDO DE LINHA'.
           DISPLAY '9 - SAIR'.
           DISPLAY 'ESCOLHA UMA OPCAO: '.
           ACCEPT WRK-OPCAO.

           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0200-INCLUI
               WHEN 2
                   PERFORM 0300-CONSULTA
               WHEN 3
                   PERFORM 0400-RECEBE
               WHEN 4
                   PERFORM 0500-ENCERRA
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

      ******************************************************************
      * 0200-INCLUI - RECEBE O CABECALHO E AS LINHAS DO PEDIDO, TIRA O
      * PROXIMO NUMERO DA SEQUENCIA E GRAVA AS LINHAS ABERTAS NO
      * PURCHORDERS.
      ******************************************************************
       0200-INCLUI SECTION.
           PERFORM 0210-RECEBE-CABECALHO.
           IF WRK-CABEC-OK = 'N'
               GO TO 0200-EXIT
           END-IF.

           MOVE 0 TO WRK-ITEM-QTD.
           MOVE SPACES TO WRK-PRODUTO.
           OPEN INPUT PRODUCT-MASTER-FILE.
           MOVE 'N' TO WRK-PROD-ABERTO.
           IF WRK-PROD-STATUS = '00'
               MOVE 'S' TO WRK-PROD-ABERTO
           END-IF.
           PERFORM 0220-RECEBE-ITEM UNTIL WRK-PRODUTO = 'FIM'.
           IF WRK-PROD-ABERTO = 'S'
               CLOSE PRODUCT-MASTER-FILE
               MOVE 'N' TO WRK-PROD-ABERTO
           END-IF.

           IF WRK-ITEM-QTD = 0
               DISPLAY 'PEDIDO SEM LINHAS - NADA GRAVADO'
               GO TO 0200-EXIT
           END-IF.

           PERFORM 0250-PROXIMO-NUMERO.

           PERFORM VARYING WRK-ITEM-IDX FROM 1 BY 1
                   UNTIL WRK-ITEM-IDX > WRK-ITEM-QTD
               MOVE WRK-NUMERO                   TO PO-NUMERO
               MOVE WRK-ITEM-IDX                 TO PO-LINHA
               MOVE WRK-FORNECEDOR               TO PO-FORNECEDOR
               MOVE WRK-FILIAL                   TO PO-FILIAL
               MOVE WRK-HOJE                     TO PO-EMISSAO
               MOVE WRK-PREVISTA                 TO PO-PREVISTA
               MOVE WRK-ITEM-PRODUTO(WRK-ITEM-IDX) TO PO-PRODUTO
               MOVE WRK-ITEM-QTDE(WRK-ITEM-IDX)  TO PO-QTDE-PEDIDA
               MOVE 0                            TO PO-QTDE-RECEBIDA
               MOVE 0                            TO PO-QTDE-FATURADA
               MOVE WRK-ITEM-PRECO(WRK-ITEM-IDX) TO PO-PRECO-UNIT
               MOVE WRK-USER                     TO PO-COMPRADOR
               MOVE 'A'                          TO PO-SITUACAO
               WRITE PO-REGISTRO
           END-PERFORM.

           DISPLAY 'PEDIDO DE COMPRA ' WRK-NUMERO ' INCLUIDO COM '
                   WRK-ITEM-QTD ' LINHA(S)'.
       0200-EXIT.
           EXIT.

      ******************************************************************
      * 0210-RECEBE-CABECALHO - FORNECEDOR ATIVO NO SUPPMASTER, FILIAL
      * ATIVA (FUNCAO 'V' DO FILUTIL) E DATA PREVISTA VALIDA, NAO
      * ANTERIOR A HOJE.
      ******************************************************************
       0210-RECEBE-CABECALHO SECTION.
           MOVE 'N' TO WRK-CABEC-OK.

           DISPLAY 'CODIGO DO FORNECEDOR: '.
           ACCEPT WRK-FORNECEDOR.

           OPEN INPUT SUPP-MASTER-FILE.
           IF WRK-SUPP-STATUS NOT = '00'
               DISPLAY 'SUPPMASTER INDISPONIVEL (VER PROGCOB122)'
               GO TO 0210-EXIT
           END-IF.
           MOVE WRK-FORNECEDOR TO SU-CODIGO.
           READ SUPP-MASTER-FILE
               INVALID KEY
                   MOVE 'I' TO SU-SITUACAO
                   DISPLAY 'FORNECEDOR NAO CADASTRADO'
               NOT INVALID KEY
                   DISPLAY 'FORNECEDOR: ' SU-NOME
           END-READ.
           CLOSE SUPP-MASTER-FILE.
           IF NOT FORNECEDOR-ATIVO
               DISPLAY 'FORNECEDOR INATIVO OU NAO CADASTRADO'
               GO TO 0210-EXIT
           END-IF.

           DISPLAY 'FILIAL DE ENTREGA: '.
           ACCEPT WRK-FILIAL.
           MOVE 'V' TO FU-FUNCAO.
           MOVE WRK-FILIAL TO FU-FILIAL.
           CALL 'FILUTIL' USING FU-PARM.
           IF FU-RETORNO NOT = 'S'
               DISPLAY 'FILIAL INATIVA OU NAO CADASTRADA'
               GO TO 0210-EXIT
           END-IF.

           DISPLAY 'DATA PREVISTA DE ENTREGA (AAAAMMDD): '.
           ACCEPT WRK-PREVISTA.
           MOVE 'V' TO DU-FUNCAO.
           MOVE WRK-PREVISTA TO DU-DATA.
           CALL 'DATEUTIL' USING DU-PARM.
           IF DU-RETORNO NOT = 'S' OR WRK-PREVISTA < WRK-HOJE
               DISPLAY 'DATA PREVISTA INVALIDA OU JA PASSADA'
               GO TO 0210-EXIT
           END-IF.

           MOVE 'S' TO WRK-CABEC-OK.
       0210-EXIT.
           EXIT.

      ******************************************************************
      * 0220-RECEBE-ITEM - UMA LINHA DO PEDIDO: PRODUTO CADASTRADO NO
      * PRODMASTER (SEM O CADASTRO NO AR, PASSA), QUANTIDADE MAIOR QUE
      * ZERO E PRECO UNITARIO NEGOCIADO (ZERO = PRECO DE TABELA).
      * 'FIM' ENCERRA A DIGITACAO; O PEDIDO ACEITA ATE 20 LINHAS.
      ******************************************************************
       0220-RECEBE-ITEM SECTION.
           DISPLAY 'PRODUTO (FIM PARA ENCERRAR): '.
           ACCEPT WRK-PRODUTO.
           IF WRK-PRODUTO = 'FIM'
               GO TO 0220-EXIT
           END-IF.

           IF WRK-ITEM-QTD >= 20
               DISPLAY 'PEDIDO JA TEM 20 LINHAS - DIGITE FIM'
               GO TO 0220-EXIT
           END-IF.

           MOVE 0 TO PRD-PRECO-UNIT.
           IF WRK-PROD-ABERTO = 'S'
               MOVE WRK-PRODUTO TO PRD-CODIGO
               READ PRODUCT-MASTER-FILE
                   INVALID KEY
                       DISPLAY 'PRODUTO NAO CADASTRADO (VER PROGCOB080)'
                       GO TO 0220-EXIT
                   NOT INVALID KEY
                       DISPLAY 'PRODUTO: ' PRD-DESCRICAO
               END-READ
           END-IF.

           DISPLAY 'QUANTIDADE PEDIDA: '.
           ACCEPT WRK-QTDE.
           IF WRK-QTDE = 0
               DISPLAY 'QUANTIDADE ZERADA - LINHA IGNORADA'
               GO TO 0220-EXIT
           END-IF.

           DISPLAY 'PRECO UNITARIO (999999,99 / 0 = TABELA): '.
           ACCEPT WRK-PRECO.
           IF WRK-PRECO = 0
               MOVE PRD-PRECO-UNIT TO WRK-PRECO
           END-IF.
           IF WRK-PRECO = 0
               DISPLAY 'PRODUTO SEM PRECO DE TABELA - INFORME O PRECO'
               GO TO 0220-EXIT
           END-IF.

           ADD 1 TO WRK-ITEM-QTD.
           MOVE WRK-PRODUTO TO WRK-ITEM-PRODUTO(WRK-ITEM-QTD).
           MOVE WRK-QTDE    TO WRK-ITEM-QTDE(WRK-ITEM-QTD).
           MOVE WRK-PRECO   TO WRK-ITEM-PRECO(WRK-ITEM-QTD).
       0220-EXIT.
           EXIT.

      ******************************************************************
      * 0250-PROXIMO-NUMERO - LE O ULTIMO NUMERO DE PEDIDO DE COMPRA DA
      * SEQUENCIA PURCHSEQ, SOMA UM E REGRAVA (MESMA MECANICA DA
      * SALESIDSEQ DOS PEDIDOS DE VENDA).
      ******************************************************************
       0250-PROXIMO-NUMERO SECTION.
           MOVE 0 TO WRK-NUMERO.
           OPEN INPUT PO-SEQ-FILE.
           IF WRK-SEQ-STATUS = '00'
               READ PO-SEQ-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PQ-ULTIMO-NUMERO NUMERIC
                           MOVE PQ-ULTIMO-NUMERO TO WRK-NUMERO
                       END-IF
               END-READ
               CLOSE PO-SEQ-FILE
           END-IF.

           ADD 1 TO WRK-NUMERO.

           OPEN OUTPUT PO-SEQ-FILE.
           MOVE WRK-NUMERO TO PQ-ULTIMO-NUMERO.
           WRITE PQ-REGISTRO.
           CLOSE PO-SEQ-FILE.

      ******************************************************************
      * 0260-POSICIONA-PEDIDO - PEDE O NUMERO DO PEDIDO E POSICIONA NA
      * PRIMEIRA LINHA DELE; WRK-PO-EOF FICA 'S' QUANDO NAO HA LINHAS.
      ******************************************************************
       0260-POSICIONA-PEDIDO SECTION.
           DISPLAY 'NUMERO DO PEDIDO DE COMPRA: '.
           ACCEPT WRK-NUMERO.

           MOVE 'N' TO WRK-PO-EOF.
           MOVE 0 TO WRK-QTDE-LINHAS.
           MOVE WRK-NUMERO TO PO-NUMERO.
           MOVE 0 TO PO-LINHA.
           START PURCH-ORDER-FILE KEY IS NOT LESS THAN PO-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-PO-EOF
           END-START.

      ******************************************************************
      * 0270-PROXIMA-LINHA - LE A PROXIMA LINHA DO PEDIDO POSICIONADO;
      * LINHA DE OUTRO PEDIDO ENCERRA A LEITURA.
      ******************************************************************
       0270-PROXIMA-LINHA SECTION.
           READ PURCH-ORDER-FILE NEXT
               AT END
                   MOVE 'S' TO WRK-PO-EOF
               NOT AT END
                   IF PO-NUMERO NOT = WRK-NUMERO
                       MOVE 'S' TO WRK-PO-EOF
                   ELSE
                       ADD 1 TO WRK-QTDE-LINHAS
                   END-IF
           END-READ.

      ******************************************************************
      * 0300-CONSULTA - LISTA AS LINHAS DO PEDIDO COM O QUE FOI PEDIDO,
      * O QUE JA FOI RECEBIDO E A SITUACAO.
      ******************************************************************
       0300-CONSULTA SECTION.
           PERFORM 0260-POSICIONA-PEDIDO.
           IF NOT PO-ACABOU
               PERFORM 0270-PROXIMA-LINHA
           END-IF.
           IF PO-ACABOU
               DISPLAY 'PEDIDO DE COMPRA NAO CADASTRADO'
               GO TO 0300-EXIT
           END-IF.

           DISPLAY 'FORNECEDOR ' PO-FORNECEDOR ' FILIAL ' PO-FILIAL
                   ' EMISSAO ' PO-EMISSAO ' PREVISTA ' PO-PREVISTA
                   ' COMPRADOR ' PO-COMPRADOR.
           DISPLAY 'LIN PRODUTO  PEDIDA  RECEBIDA FATURADA '
                   'PRECO UNIT S'.
           PERFORM UNTIL PO-ACABOU
               DISPLAY PO-LINHA ' ' PO-PRODUTO ' ' PO-QTDE-PEDIDA ' '
                       PO-QTDE-RECEBIDA ' ' PO-QTDE-FATURADA ' '
                       PO-PRECO-UNIT ' ' PO-SITUACAO
               PERFORM 0270-PROXIMA-LINHA
           END-PERFORM.
       0300-EXIT.
           EXIT.

      ******************************************************************
      * 0400-RECEBE - RECEBIMENTO DE MERCADORIA: PERCORRE AS LINHAS
      * ABERTAS OU PARCIAIS DO PEDIDO E PEDE A QUANTIDADE QUE CHEGOU
      * DE CADA UMA.
      ******************************************************************
       0400-RECEBE SECTION.
           PERFORM 0260-POSICIONA-PEDIDO.
           IF NOT PO-ACABOU
               PERFORM 0270-PROXIMA-LINHA
           END-IF.
           IF PO-ACABOU
               DISPLAY 'PEDIDO DE COMPRA NAO CADASTRADO'
               GO TO 0400-EXIT
           END-IF.

           PERFORM UNTIL PO-ACABOU
               IF NOT PO-FECHADA
                   PERFORM 0450-RECEBE-LINHA
               END-IF
               PERFORM 0270-PROXIMA-LINHA
           END-PERFORM.
       0400-EXIT.
           EXIT.

      ******************************************************************
      * 0450-RECEBE-LINHA - QUANTIDADE RECEBIDA DA LINHA (ZERO = NADA
      * CHEGOU). RECEBER MAIS QUE O SALDO PENDENTE NAO E ACEITO. A
      * ENTRADA VAI PARA O STOCKBAL PELO STOCKUTIL E, ACEITA, ATUALIZA
      * A LINHA E O LOG GOODSRCPT.
      ******************************************************************
       0450-RECEBE-LINHA SECTION.
           COMPUTE WRK-PENDENTE = PO-QTDE-PEDIDA - PO-QTDE-RECEBIDA.
           DISPLAY 'LINHA ' PO-LINHA ' PRODUTO ' PO-PRODUTO
                   ' PENDENTE ' WRK-PENDENTE.

       0450-RECEBE-QTDE.
           DISPLAY 'QUANTIDADE RECEBIDA (0 = NADA CHEGOU): '.
           ACCEPT WRK-QTDE.
           IF WRK-QTDE = 0
               GO TO 0450-EXIT
           END-IF.
           IF WRK-QTDE > WRK-PENDENTE
               DISPLAY 'QUANTIDADE ACIMA DO SALDO PENDENTE DO PEDIDO'
               GO TO 0450-RECEBE-QTDE
           END-IF.

           MOVE 'T' TO SK-FUNCAO.
           MOVE PO-PRODUTO    TO SK-PRODUTO.
           CALL 'STOCKUTIL' USING SK-PARM.
           MOVE SK-SALDO      TO WRK-SALDO-TOTAL.

           MOVE 'E' TO SK-FUNCAO.
           MOVE PO-PRODUTO    TO SK-PRODUTO.
           MOVE PO-FILIAL     TO SK-FILIAL.
           MOVE WRK-QTDE      TO SK-QTDE.
           MOVE PO-NUMERO     TO SK-DOCUMENTO.
           MOVE 'PROGCOB123'  TO SK-PROGRAMA.
           MOVE WRK-USER      TO SK-OPERADOR.
           CALL 'STOCKUTIL' USING SK-PARM.
           IF SK-RETORNO NOT = 'S'
               DISPLAY 'ENTRADA NAO LANCADA - STOCKBAL INDISPONIVEL '
                       'OU SALDO ESTOURADO'
               GO TO 0450-EXIT
           END-IF.

           ADD WRK-QTDE TO PO-QTDE-RECEBIDA.
           IF PO-QTDE-RECEBIDA >= PO-QTDE-PEDIDA
               MOVE 'F' TO PO-SITUACAO
           ELSE
               MOVE 'P' TO PO-SITUACAO
           END-IF.
           REWRITE PO-REGISTRO.

           MOVE WRK-HOJE      TO GR-DATA.
           MOVE PO-NUMERO     TO GR-PEDIDO.
           MOVE PO-LINHA      TO GR-LINHA.
           MOVE PO-FORNECEDOR TO GR-FORNECEDOR.
           MOVE PO-FILIAL     TO GR-FILIAL.
           MOVE PO-PRODUTO    TO GR-PRODUTO.
           MOVE WRK-QTDE      TO GR-QTDE.
           MOVE PO-PRECO-UNIT TO GR-PRECO-UNIT.
           MOVE WRK-USER      TO GR-OPERADOR.
           OPEN EXTEND GOODS-RCPT-FILE.
           IF WRK-RCPT-STATUS NOT = '00'
               OPEN OUTPUT GOODS-RCPT-FILE
           END-IF.
           WRITE GR-REGISTRO.
           CLOSE GOODS-RCPT-FILE.

           PERFORM 0460-ATUALIZA-CUSTO.

           DISPLAY 'RECEBIDO - SALDO EM ESTOQUE: ' SK-SALDO
                   ' SITUACAO DA LINHA: ' PO-SITUACAO.
       0450-EXIT.
           EXIT.

      ******************************************************************
      * 0460-ATUALIZA-CUSTO - PONDERA O CUSTO MEDIO DO PRODUTO COM A
      * QUANTIDADE QUE ACABOU DE ENTRAR, AO PRECO DO PEDIDO. PRODUTO
      * FORA DO PRODMASTER FICA SEM CUSTO.
      ******************************************************************
       0460-ATUALIZA-CUSTO SECTION.
           OPEN I-O PRODUCT-MASTER-FILE.
           IF WRK-PROD-STATUS NOT = '00'
               DISPLAY 'PRODMASTER INDISPONIVEL - CUSTO MEDIO NAO '
                       'ATUALIZADO'
               GO TO 0460-EXIT
           END-IF.

           MOVE PO-PRODUTO TO PRD-CODIGO.
           READ PRODUCT-MASTER-FILE
               INVALID KEY
                   DISPLAY 'PRODUTO FORA DO PRODMASTER - CUSTO MEDIO '
                           'NAO ATUALIZADO'
                   CLOSE PRODUCT-MASTER-FILE
                   GO TO 0460-EXIT
           END-READ.

           IF PRD-CUSTO-MEDIO NOT NUMERIC
               MOVE 0 TO PRD-CUSTO-MEDIO
           END-IF.
           MOVE PRD-CUSTO-MEDIO TO WRK-CUSTO-ANTERIOR.

           IF PRD-CUSTO-MEDIO = 0 OR WRK-SALDO-TOTAL = 0
               MOVE PO-PRECO-UNIT TO PRD-CUSTO-MEDIO
           ELSE
               COMPUTE PRD-CUSTO-MEDIO ROUNDED =
                   (WRK-SALDO-TOTAL * WRK-CUSTO-ANTERIOR
                    + WRK-QTDE * PO-PRECO-UNIT)
                   / (WRK-SALDO-TOTAL + WRK-QTDE)
           END-IF.
           REWRITE PRD-REGISTRO.
           CLOSE PRODUCT-MASTER-FILE.

           DISPLAY 'CUSTO MEDIO DE ' PO-PRODUTO ': '
                   WRK-CUSTO-ANTERIOR ' -> ' PRD-CUSTO-MEDIO.
       0460-EXIT.
           EXIT.

      ******************************************************************
      * 0500-ENCERRA - FECHA UMA LINHA QUE O FORNECEDOR NAO VAI MAIS
      * ENTREGAR; O QUE JA FOI RECEBIDO FICA COMO ESTA.
      ******************************************************************
       0500-ENCERRA SECTION.
           DISPLAY 'NUMERO DO PEDIDO DE COMPRA: '.
           ACCEPT WRK-NUMERO.
           DISPLAY 'LINHA: '.
           ACCEPT WRK-LINHA.

           MOVE WRK-NUMERO TO PO-NUMERO.
           MOVE WRK-LINHA  TO PO-LINHA.
           READ PURCH-ORDER-FILE
               INVALID KEY
                   DISPLAY 'LINHA DE PEDIDO NAO CADASTRADA'
               NOT INVALID KEY
                   IF PO-FECHADA
                       DISPLAY 'LINHA JA FECHADA'
                   ELSE
                       MOVE 'F' TO PO-SITUACAO
                       REWRITE PO-REGISTRO
                       DISPLAY 'SALDO DA LINHA ENCERRADO - RECEBIDO '
                               PO-QTDE-RECEBIDA ' DE '
                               PO-QTDE-PEDIDA
                   END-IF
           END-READ.

       END PROGRAM PROGCOB123.
