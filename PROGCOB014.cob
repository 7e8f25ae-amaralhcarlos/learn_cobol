      *              093). A POSTAGEM TAMBEM PASSOU A ATUALIZAR O
      *              CONTROLE DE INTEGRIDADE (MCTLUTIL 'W') DEPOIS DE
      *              GRAVAR O TITULO EM ARITEMS.
      * 15/10/2026 - CADA ITEM DIGITADO PASSOU A SER CONFERIDO CONTRA O
      *              SALDO DE ESTOQUE DA FILIAL (STOCKBAL, VIA
      *              STOCKUTIL): PRODUTO SEM SALDO E RECUSADO NA HORA.
      *              O SALDO E RECONFERIDO NA POSTAGEM E O PEDIDO
      *              POSTADO BAIXA O ESTOQUE DE CADA PRODUTO (MESMA
      *              REGRA DO PROGCOB025). SEM O STOCKBAL NO AR, NADA
      *              MUDA.
      * 15/10/2026 - CADA ITEM PASSOU A PEDIR A QUANTIDADE E O PRECO
      *              UNITARIO (ZERO = PRECO DE TABELA DO PRODMASTER) NO
      *              LUGAR DO VALOR SOLTO, E O PESO E A CUBAGEM
      *              DIGITADOS PASSARAM A SER POR UNIDADE. NA POSTAGEM
      *              O PEDIDO RECEBE UM TXN-ID DA SEQUENCIA SALESIDSEQ,
      *              AS LINHAS SAO GRAVADAS NO ORDERLINES (VIA
      *              ORDLUTIL) E O VALOR DO PEDIDO E PROVADO CONTRA A
      *              SOMA DELAS ANTES DE POSTAR. O TXN-ID VAI PARA O
      *              DIARIO, PARA OS TITULOS E PARA O MOVIMENTO DE
      *              ESTOQUE.
      * 15/10/2026 - CADA LINHA DO PEDIDO POSTADO PASSOU A GERAR O
      *              CUSTO DAS MERCADORIAS VENDIDAS NO GLTRANSACTIONS
      *              (QUANTIDADE X CUSTO MEDIO DO PRODMASTER, D 3501 /
      *              C 1201, CENTRO DE CUSTO DA FILIAL), MESMA REGRA DA
      *              POSTAGEM EM LOTE DO PROGCOB025.
      * 15/10/2026 - A VENDA POSTADA PASSOU A EMITIR A SUA NOTA FISCAL
      *              PELO NFEUTIL (SERIE ATIVA DA FILIAL, REGISTRO NO
      *              NFREGISTER E INTERFACE NFEOUT), COMO NO PROGCOB025;
      *              O NUMERO DA NOTA E MOSTRADO NO TERMINAL.
      * 15/10/2026 - O TITULO GRAVADO NO ARITEMS SAI COM AR-TIPO 'V'
      *              (VENDA), PARA SEPARA-LO DOS TITULOS DE ENCARGOS POR
      *              ATRASO GERADOS PELO PROGCOB069.
      * 15/10/2026 - O TITULO GRAVADO NO ARITEMS SAI EM REAIS (AR-MOEDA
      *              'BRL', SEM VALOR EM MOEDA ESTRANGEIRA); A VENDA DE
      *              EXPORTACAO ENTRA PELO LOTE DO PROGCOB025
      * 15/10/2026 - VENCIMENTO DO TITULO QUE CAIR EM FIM DE SEMANA OU
      *              FERIADO PASSA PARA O PROXIMO DIA UTIL DA UF DA
      *              FILIAL DO PEDIDO (DATEUTIL FUNCAO P).
      * 15/10/2026 - A LINHA DE AUDITORIA (FREIGHTAUDIT) GANHOU O CAMPO
      *              FILIAL= NO FIM, PARA A PROVISAO DE FRETE DO
      *              PROGCOB154 POR TRANSPORTADORA E FILIAL.
      * 15/10/2026 - A LINHA DE AUDITORIA (FREIGHTAUDIT) GANHOU O CAMPO
      *              CEP= COM O CEP DE DESTINO, PARA A SIMULACAO DE
      *              TABELA (PROGCOB155) ACHAR A ZONA DO EMBARQUE.
      * 15/10/2026 - TRANSPORTADORA COM DOCUMENTO OBRIGATORIO VENCIDO
      *              (CDOCUTIL) FICA FORA DA COTACAO.
      * 15/10/2026 - O VALOR DO PEDIDO PASSOU A SER PROVADO CONTRA AS
      *              LINHAS ANTES DE GRAVA-LAS (ORDLUTIL FUNCAO C):
      *              PEDIDO QUE NAO CONFERE NAO CONSOME TXN-ID NEM
      *              DEIXA LINHA SEM CABECALHO NO ORDERLINES.
      * 15/10/2026 - PRODMASTER CONTROLADO POR INDICADOR PROPRIO DE
      *              ARQUIVO ABERTO (WRK-PROD-ABERTO): PRODUTO NAO
      *              CADASTRADO SO AFETA O PROPRIO ITEM E NAO
      *              DESLIGA MAIS A CONSULTA DOS ITENS SEGUINTES.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-SHIPTO-STATUS.

           SELECT PRODUCT-MASTER-FILE ASSIGN TO 'PRODMASTER'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRD-CODIGO
               FILE STATUS IS WRK-PROD-STATUS.

           SELECT GL-TRANSACTION-FILE ASSIGN TO 'GLTRANSACTIONS'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-GL-STATUS.

           SELECT ID-SEQ-FILE ASSIGN TO 'SALESIDSEQ'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-SEQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FREIGHT-RATE-FILE.
       FD  SHIPTO-FILE.
           COPY 'SHIPTO-REC.cob'.

       FD  PRODUCT-MASTER-FILE.
           COPY 'PRODMASTER-REC.cob'.

       FD  GL-TRANSACTION-FILE.
           COPY 'GLTXN-REC.cob'.

       FD  ID-SEQ-FILE.
       01  SQ-REGISTRO.
           02  SQ-ULTIMO-ID        PIC 9(10).

       WORKING-STORAGE SECTION.
           COPY 'PROGCOB024-BOOK.cob'.
           COPY 'FILUTIL-PARM.cob'.
           COPY 'SLOCKUTIL-PARM.cob'.
           COPY 'MCTLUTIL-PARM.cob'.
           COPY 'STOCKUTIL-PARM.cob'.
           COPY 'ORDLUTIL-PARM.cob'.
           COPY 'NFEUTIL-PARM.cob'.
           COPY 'CDOCUTIL-PARM.cob'.

       77  WRK-VENDAS-STATUS   PIC X(02)       VALUE SPACES.
       77  WRK-VENDAS-EOF      PIC X(01)       VALUE 'N'.
       77  WRK-TRANSP-VENC-NOME PIC X(30)      VALUE SPACES.

       77  WRK-PRODUTO         PIC X(20)       VALUE SPACES.
       77  WRK-VLR             PIC 9(6)V99     VALUE ZEROES.
       77  WRK-PESO            PIC 9(3)V99     VALUE ZEROES.
       77  WRK-VLRFRETE        PIC 9(6)V99     VALUE ZEROES.
       77  WRK-VLRFINAL        PIC 9(7)V99     VALUE ZEROES.
       77  WRK-SEQ-ENTREGA     PIC 9(03)       VALUE ZEROES.
       77  WRK-ENTREGA-ACHOU   PIC X(01)       VALUE 'N'.

      ******************************************************************
      * ESTOQUE DO PEDIDO: QUANTIDADE DIGITADA DE CADA PRODUTO (CADA
      * ITEM E UMA UNIDADE), CONFERIDA CONTRA O SALDO DA FILIAL NA
      * DIGITACAO E NA POSTAGEM, E BAIXADA QUANDO O PEDIDO POSTA.
      ******************************************************************
       77  WRK-EST-QTD         PIC 9(02)       VALUE ZEROES.
       77  WRK-EST-IDX         PIC 9(02)       VALUE ZEROES.
       77  WRK-EST-POS         PIC 9(02)       VALUE ZEROES.
       77  WRK-EST-PEDIDA      PIC 9(05)       VALUE ZEROES.
       01  WRK-TAB-ESTOQUE.
           02  WRK-EST-LINHA   OCCURS 50 TIMES.
               03  WRK-EST-PRODUTO     PIC X(08).
               03  WRK-EST-QTDE        PIC 9(05).
       77  WRK-ESTOQUE-OK      PIC X(01)       VALUE 'S'.
           88  ESTOQUE-INSUFICIENTE            VALUE 'N'.

      ******************************************************************
      * LINHAS DO PEDIDO: CADA ITEM DIGITADO VIRA UMA LINHA (PRODUTO,
      * QUANTIDADE, PRECO UNITARIO E VALOR) NA TABELA DO
      * ORDLUTIL-PARM, GRAVADA NO ORDERLINES COM O TXN-ID DO PEDIDO NA
      * POSTAGEM. SEM O PRODMASTER NO AR, O PRECO TEM DE SER DIGITADO.
      ******************************************************************
       77  WRK-PROD-STATUS     PIC X(02)       VALUE SPACES.
       77  WRK-PROD-ABERTO     PIC X(01)       VALUE 'N'.
       77  WRK-SEQ-STATUS      PIC X(02)       VALUE SPACES.
       77  WRK-QTDE-ITEM       PIC 9(05)       VALUE ZEROES.
       77  WRK-PRECO-ITEM      PIC 9(06)V99    VALUE ZEROES.
       77  WRK-PEDIDO-ID       PIC 9(10)       VALUE ZEROES.

      ******************************************************************
      * CUSTO DAS MERCADORIAS VENDIDAS DE CADA LINHA POSTADA
      * (QUANTIDADE X CUSTO MEDIO DO PRODMASTER).
      ******************************************************************
       77  WRK-GL-STATUS       PIC X(02)       VALUE SPACES.
       77  WRK-LIN-IDX         PIC 9(02)       VALUE ZEROES.
       77  WRK-CMV-VALOR       PIC 9(08)V99    VALUE ZEROES.

       PROCEDURE DIVISION.

           MOVE 'Q' TO FU-FUNCAO.
               GO TO 0010-RECEBE-FILIAL
           END-IF.

           MOVE 0 TO LN-QTDE-LINHAS.
           OPEN INPUT PRODUCT-MASTER-FILE.
           MOVE 'N' TO WRK-PROD-ABERTO.
           IF WRK-PROD-STATUS = '00'
               MOVE 'S' TO WRK-PROD-ABERTO
           END-IF.
           PERFORM 0400-RECEBE-ITEM UNTIL WRK-PRODUTO = 'FIM'.
           IF WRK-PROD-ABERTO = 'S'
               CLOSE PRODUCT-MASTER-FILE
               MOVE 'N' TO WRK-PROD-ABERTO
           END-IF.

           PERFORM 0200-BUSCA-FRETE.

      ******************************************************************
      * 0400-RECEBE-ITEM - LE OS ITENS DO PEDIDO (ROMANEIO), UM POR
      * VEZ, ACUMULANDO VALOR E PESO TOTAIS, ATE O OPERADOR DIGITAR
      * 'FIM' NO PRODUTO. CADA ITEM TEM QUANTIDADE E PRECO UNITARIO
      * (ZERO = PRECO DE TABELA DO PRODMASTER) E VIRA UMA LINHA DO
      * PEDIDO; PESO E DIMENSOES SAO DIGITADOS POR UNIDADE.
      ******************************************************************
       0400-RECEBE-ITEM SECTION.
           DISPLAY 'DIGITE O PRODUTO (OU FIM P/ ENCERRAR O PEDIDO): '.
               GO TO 0400-EXIT
           END-IF.

           IF LN-QTDE-LINHAS >= 20
               DISPLAY 'PEDIDO COM ITENS DEMAIS (20) - ITEM RECUSADO'
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
           END-IF.

           DISPLAY 'DIGITE A QUANTIDADE: '.
           ACCEPT WRK-QTDE-ITEM.
           IF WRK-QTDE-ITEM = 0
               MOVE 1 TO WRK-QTDE-ITEM
           END-IF.

           PERFORM 0420-CONFERE-ITEM-ESTOQUE.
           IF ESTOQUE-INSUFICIENTE
               DISPLAY 'PRODUTO SEM SALDO NA FILIAL (SALDO '
                       SK-SALDO ') - ITEM RECUSADO'
               GO TO 0400-EXIT
           END-IF.

           DISPLAY 'DIGITE O PRECO UNITARIO (0 = TABELA '
                   PRD-PRECO-UNIT '): '.
           ACCEPT WRK-PRECO-ITEM.
           IF WRK-PRECO-ITEM = 0
               MOVE PRD-PRECO-UNIT TO WRK-PRECO-ITEM
           END-IF.

           COMPUTE WRK-VLR = WRK-QTDE-ITEM * WRK-PRECO-ITEM
               ON SIZE ERROR
                   DISPLAY 'VALOR DO ITEM FORA DO LIMITE - ITEM '
                           'RECUSADO'
                   GO TO 0400-EXIT
           END-COMPUTE.

           DISPLAY 'DIGITE O PESO DA UNIDADE EM KG: '.
           ACCEPT WRK-PESO.

           DISPLAY 'DIGITE O COMPRIMENTO EM CM: '.

           COMPUTE WRK-PESO-CUB-ITEM ROUNDED =
               WRK-COMPRIMENTO * WRK-LARGURA * WRK-ALTURA
               * WRK-QTDE-ITEM / WRK-DIVISOR-CUB
               ON SIZE ERROR
                   DISPLAY 'DIMENSOES FORA DO LIMITE - CUBAGEM DO '
                           'ITEM DESPREZADA'
                   MOVE 0 TO WRK-PESO-CUB-ITEM
           END-COMPUTE.

           ADD WRK-VLR TO WRK-VLR-PEDIDO
               ON SIZE ERROR
                   DISPLAY 'TOTAL DO PEDIDO FORA DO LIMITE - ITEM '
                           'RECUSADO'
                   GO TO 0400-EXIT
           END-ADD.
           COMPUTE WRK-PESO-PEDIDO =
               WRK-PESO-PEDIDO + WRK-PESO * WRK-QTDE-ITEM.
           ADD WRK-PESO-CUB-ITEM TO WRK-PESO-CUBADO.

           IF WRK-QTDE-ITENS = 0
           END-IF.

           ADD 1 TO WRK-QTDE-ITENS.

           ADD 1 TO LN-QTDE-LINHAS.
           MOVE WRK-PRODUTO    TO LN-PRODUTO(LN-QTDE-LINHAS).
           MOVE WRK-QTDE-ITEM  TO LN-QTDE(LN-QTDE-LINHAS).
           MOVE WRK-PRECO-ITEM TO LN-PRECO-UNIT(LN-QTDE-LINHAS).
           MOVE WRK-VLR        TO LN-VALOR(LN-QTDE-LINHAS).

           IF WRK-EST-POS = 0
               ADD 1 TO WRK-EST-QTD
               MOVE WRK-EST-QTD TO WRK-EST-POS
               MOVE WRK-PRODUTO TO WRK-EST-PRODUTO(WRK-EST-POS)
               MOVE 0 TO WRK-EST-QTDE(WRK-EST-POS)
           END-IF.
           ADD WRK-QTDE-ITEM TO WRK-EST-QTDE(WRK-EST-POS).
       0400-EXIT.
           EXIT.

      ******************************************************************
      * 0420-CONFERE-ITEM-ESTOQUE - CONFERE SE O SALDO DA FILIAL COBRE
      * A QUANTIDADE DO ITEM DIGITADO, SOMANDO AS UNIDADES DELE
      * JA LANCADAS NO PEDIDO (FUNCAO 'V' DO STOCKUTIL). DEVOLVE EM
      * WRK-EST-POS A LINHA DO PRODUTO NA TABELA (ZERO SE E NOVO).
      ******************************************************************
       0420-CONFERE-ITEM-ESTOQUE SECTION.
           MOVE 'S' TO WRK-ESTOQUE-OK.
           MOVE 0 TO WRK-EST-POS.
           MOVE WRK-QTDE-ITEM TO WRK-EST-PEDIDA.
           PERFORM VARYING WRK-EST-IDX FROM 1 BY 1
                   UNTIL WRK-EST-IDX > WRK-EST-QTD
               IF WRK-EST-PRODUTO(WRK-EST-IDX) = WRK-PRODUTO
                   MOVE WRK-EST-IDX TO WRK-EST-POS
                   ADD WRK-EST-QTDE(WRK-EST-IDX) TO WRK-EST-PEDIDA
               END-IF
           END-PERFORM.

           IF WRK-EST-POS = 0 AND WRK-EST-QTD >= 50
               DISPLAY 'PEDIDO COM PRODUTOS DEMAIS (50)'
               MOVE 'N' TO WRK-ESTOQUE-OK
               GO TO 0420-EXIT
           END-IF.

           MOVE 'V' TO SK-FUNCAO.
           MOVE WRK-PRODUTO TO SK-PRODUTO.
           MOVE WRK-FILIAL TO SK-FILIAL.
           MOVE WRK-EST-PEDIDA TO SK-QTDE.
           CALL 'STOCKUTIL' USING SK-PARM.
           IF SK-RETORNO NOT = 'S'
               MOVE 'N' TO WRK-ESTOQUE-OK
           END-IF.
       0420-EXIT.
           EXIT.

      ******************************************************************
      * 0540-CONFERE-ESTOQUE - RECONFERE, NA HORA DE POSTAR, O SALDO
      * DE CADA PRODUTO DO PEDIDO (OUTRO TERMINAL OU O LOTE PODE TER
      * BAIXADO O ESTOQUE DURANTE A DIGITACAO).
      ******************************************************************
       0540-CONFERE-ESTOQUE SECTION.
           MOVE 'S' TO WRK-ESTOQUE-OK.
           PERFORM VARYING WRK-EST-IDX FROM 1 BY 1
                   UNTIL WRK-EST-IDX > WRK-EST-QTD
               MOVE 'V' TO SK-FUNCAO
               MOVE WRK-EST-PRODUTO(WRK-EST-IDX) TO SK-PRODUTO
               MOVE WRK-FILIAL TO SK-FILIAL
               MOVE WRK-EST-QTDE(WRK-EST-IDX) TO SK-QTDE
               CALL 'STOCKUTIL' USING SK-PARM
               IF SK-RETORNO NOT = 'S'
                   MOVE 'N' TO WRK-ESTOQUE-OK
                   DISPLAY 'SEM SALDO: PRODUTO '
                           WRK-EST-PRODUTO(WRK-EST-IDX)
                           ' PEDIDO ' WRK-EST-QTDE(WRK-EST-IDX)
                           ' SALDO ' SK-SALDO
               END-IF
           END-PERFORM.

      ******************************************************************
      * 0550-BAIXA-ESTOQUE - BAIXA DO SALDO DA FILIAL CADA PRODUTO DO
      * PEDIDO POSTADO (FUNCAO 'S' DO STOCKUTIL).
      ******************************************************************
       0550-BAIXA-ESTOQUE SECTION.
           PERFORM VARYING WRK-EST-IDX FROM 1 BY 1
                   UNTIL WRK-EST-IDX > WRK-EST-QTD
               MOVE 'S' TO SK-FUNCAO
               MOVE WRK-EST-PRODUTO(WRK-EST-IDX) TO SK-PRODUTO
               MOVE WRK-FILIAL TO SK-FILIAL
               MOVE WRK-EST-QTDE(WRK-EST-IDX) TO SK-QTDE
               MOVE WRK-PEDIDO-ID TO SK-DOCUMENTO
               MOVE 'PROGCOB014' TO SK-PROGRAMA
               MOVE 'INTERATIVO' TO SK-OPERADOR
               CALL 'STOCKUTIL' USING SK-PARM
           END-PERFORM.

      ******************************************************************
      * 0555-POSTA-CMV - UM PAR D 3501 (CMV) / C 1201 (ESTOQUE DE
      * MERCADORIAS) POR LINHA DO PEDIDO POSTADO. PRODUTO SEM CUSTO
      * MEDIO NAO GERA LANCAMENTO E E APONTADO NA TELA.
      ******************************************************************
       0555-POSTA-CMV SECTION.
           OPEN INPUT PRODUCT-MASTER-FILE.
           IF WRK-PROD-STATUS NOT = '00'
               DISPLAY 'PRODMASTER INDISPONIVEL - CMV NAO LANCADO'
               GO TO 0555-EXIT
           END-IF.
           OPEN EXTEND GL-TRANSACTION-FILE.
           IF WRK-GL-STATUS NOT = '00'
               OPEN OUTPUT GL-TRANSACTION-FILE
           END-IF.

           MOVE WRK-HOJE     TO GL-DATA.
           MOVE 'INTERATIVO' TO GL-OPERADOR.
           MOVE SPACES TO GL-CCUSTO.
           STRING 'F' WRK-FILIAL DELIMITED BY SIZE INTO GL-CCUSTO
           END-STRING.

           PERFORM VARYING WRK-LIN-IDX FROM 1 BY 1
                   UNTIL WRK-LIN-IDX > LN-QTDE-LINHAS
               MOVE LN-PRODUTO(WRK-LIN-IDX) TO PRD-CODIGO
               READ PRODUCT-MASTER-FILE
                   INVALID KEY
                       MOVE 0 TO PRD-CUSTO-MEDIO
               END-READ
               IF PRD-CUSTO-MEDIO NOT NUMERIC
                   MOVE 0 TO PRD-CUSTO-MEDIO
               END-IF
               COMPUTE WRK-CMV-VALOR ROUNDED =
                   LN-QTDE(WRK-LIN-IDX) * PRD-CUSTO-MEDIO
               IF WRK-CMV-VALOR = 0
                   DISPLAY 'SEM CUSTO MEDIO - CMV NAO LANCADO: '
                           'PRODUTO ' LN-PRODUTO(WRK-LIN-IDX)
               ELSE
                   MOVE WRK-CMV-VALOR TO GL-VALOR
                   MOVE 3501 TO GL-CONTA
                   MOVE 'D'  TO GL-TIPO
                   WRITE GL-REGISTRO
                   MOVE 1201 TO GL-CONTA
                   MOVE 'C'  TO GL-TIPO
                   WRITE GL-REGISTRO
               END-IF
           END-PERFORM.

           CLOSE GL-TRANSACTION-FILE.
           CLOSE PRODUCT-MASTER-FILE.
       0555-EXIT.
           EXIT.

      ******************************************************************
      * 0560-GRAVA-LINHAS - PROVA O VALOR DO PEDIDO CONTRA AS LINHAS
      * AINDA NA TABELA (FUNCAO 'C' DO ORDLUTIL) E, SO SE CONFERE,
      * TOMA O PROXIMO TXN-ID DA SEQUENCIA SALESIDSEQ (MESMA SEQUENCIA
      * DO PROGCOB084) E GRAVA AS LINHAS NO ORDERLINES (FUNCAO 'G').
      * PEDIDO QUE NAO CONFERE NAO DEIXA LINHA GRAVADA. LN-RETORNO
      * 'S' = CONFERE E GRAVOU.
      ******************************************************************
       0560-GRAVA-LINHAS SECTION.
           MOVE 'C' TO LN-FUNCAO.
           MOVE 0 TO LN-PEDIDO.
           MOVE WRK-VLR-PEDIDO TO LN-VALOR-PEDIDO.
           CALL 'ORDLUTIL' USING LN-PARM.
           IF LN-RETORNO NOT = 'S'
               GO TO 0560-EXIT
           END-IF.

           MOVE 0 TO WRK-PEDIDO-ID.
           OPEN INPUT ID-SEQ-FILE.
           IF WRK-SEQ-STATUS = '00'
               READ ID-SEQ-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SQ-ULTIMO-ID NUMERIC
                           MOVE SQ-ULTIMO-ID TO WRK-PEDIDO-ID
                       END-IF
               END-READ
               CLOSE ID-SEQ-FILE
           END-IF.

           ADD 1 TO WRK-PEDIDO-ID.

           OPEN OUTPUT ID-SEQ-FILE.
           MOVE WRK-PEDIDO-ID TO SQ-ULTIMO-ID.
           WRITE SQ-REGISTRO.
           CLOSE ID-SEQ-FILE.

           MOVE 'G' TO LN-FUNCAO.
           MOVE WRK-PEDIDO-ID TO LN-PEDIDO.
           CALL 'ORDLUTIL' USING LN-PARM.
           IF LN-RETORNO NOT = 'S'
               DISPLAY 'ORDERLINES INDISPONIVEL - LINHAS DO PEDIDO '
                       WRK-PEDIDO-ID ' NAO GRAVADAS'
           END-IF.
       0560-EXIT.
           EXIT.

      ******************************************************************
      * 0280-CONFERE-CREDITO - CONFERE A EXPOSICAO DO CLIENTE (TITULOS
      * EM ABERTO DE ARITEMS + PEDIDO COM FRETE) CONTRA O CM-LIMITE DO
           PERFORM VARYING WRK-TAB-IDX FROM 1 BY 1
                   UNTIL WRK-TAB-IDX > WRK-TAB-QTDE
               PERFORM 0240-CONFERE-VIGENCIA
               IF WRK-TAB-ESTADO(WRK-TAB-IDX) = WRK-ESTADO
                   AND WRK-VIGENTE = 'S'
                   PERFORM 0245-CONFERE-DOCUMENTOS
               END-IF
               IF WRK-TAB-ESTADO(WRK-TAB-IDX) = WRK-ESTADO
                   AND WRK-VIGENTE = 'S'
                   MOVE 'S' TO WRK-CAND-OK
       0240-EXIT.
           EXIT.

      ******************************************************************
      * 0245-CONFERE-DOCUMENTOS - A TRANSPORTADORA DA LINHA
      * WRK-TAB-IDX COM DOCUMENTO OBRIGATORIO (RNTRC, SEGURO RCTR-C...)
      * VENCIDO NA DATA DO EMBARQUE FICA FORA DA COTACAO (CDOCUTIL).
      ******************************************************************
       0245-CONFERE-DOCUMENTOS SECTION.
           MOVE 'B' TO CU-FUNCAO.
           MOVE WRK-TAB-TRANSP(WRK-TAB-IDX) TO CU-TRANSP.
           MOVE WRK-HOJE-NUM TO CU-DATA.
           CALL 'CDOCUTIL' USING CU-PARM.
           IF CU-RETORNO = 'S'
               MOVE 'N' TO WRK-VIGENTE
               DISPLAY 'TRANSPORTADORA ' CU-TRANSP ' FORA DA COTACAO - '
                       CU-TIPO ' VENCIDO EM ' CU-VALIDADE
           END-IF.

      ******************************************************************
      * 0260-NOME-VENCEDORA - BUSCA O NOME DA TRANSPORTADORA VENCEDORA
      * NO CADASTRO CARREGADO.
                  ';PESOCUB=' WRK-PESO-CUBADO
                  ';TRANSP=' WRK-TRANSP-VENC ' ' DELIMITED BY SIZE
                  WRK-TRANSP-VENC-NOME DELIMITED BY '  '
                  ';FILIAL=' WRK-FILIAL
                  ';CEP=' WRK-CEP DELIMITED BY SIZE
               INTO FA-LINHA
           END-STRING
           WRITE FA-LINHA.
               GO TO 0500-EXIT
           END-IF.

           PERFORM 0540-CONFERE-ESTOQUE.
           IF ESTOQUE-INSUFICIENTE
               DISPLAY 'ESTOQUE INSUFICIENTE - PEDIDO NAO POSTADO'
               MOVE 'L' TO SL-FUNCAO
               CALL 'SLOCKUTIL' USING SL-PARM
               GO TO 0500-EXIT
           END-IF.

           PERFORM 0560-GRAVA-LINHAS.
           IF LN-RETORNO NOT = 'S'
               DISPLAY 'LINHAS DO PEDIDO SOMAM ' LN-TOTAL
                       ' - PEDIDO ' WRK-VLR-PEDIDO
                       ' - PEDIDO NAO POSTADO'
               MOVE 'L' TO SL-FUNCAO
               CALL 'SLOCKUTIL' USING SL-PARM
               GO TO 0500-EXIT
           END-IF.

           PERFORM 0300-GRAVA-AUDITORIA.

           MOVE WRK-HOJE-ANO TO WRK-ANO-ATUAL.
           MOVE 'L' TO SL-FUNCAO.
           CALL 'SLOCKUTIL' USING SL-PARM.

           PERFORM 0550-BAIXA-ESTOQUE.
           PERFORM 0555-POSTA-CMV.
           PERFORM 0600-GRAVA-JOURNAL.
           PERFORM 0700-GRAVA-TITULO.
           PERFORM 0750-EMITE-NOTA.

           MOVE 'W' TO MC-FUNCAO.
           CALL 'MCTLUTIL' USING MC-PARM.
           MOVE WRK-FILIAL    TO SJ-FILIAL.
           MOVE 'INTERATIVO'  TO SJ-OPERADOR.
           MOVE 'V'           TO SJ-TIPO.
           MOVE WRK-PEDIDO-ID TO SJ-PEDIDO.
           WRITE SJ-REGISTRO.

           CLOSE SALES-JOURNAL-FILE.
      * CONTAS A RECEBER (ARITEMS). PEDIDO A VISTA GERA UM TITULO COM
      * VENCIMENTO EM EMISSAO + 30 DIAS; PEDIDO PARCELADO QUEBRA O
      * TOTAL EM N TITULOS COM VENCIMENTOS DE 30 EM 30 DIAS (MESMA
      * MECANICA DO PROGCOB025, COM O TXN-ID DO PEDIDO NO AR-PEDIDO).
      ******************************************************************
       0700-GRAVA-TITULO SECTION.
           COMPUTE WRK-VLR-PARCELA =
               MOVE WRK-VENCTO   TO AR-VENCIMENTO
               MOVE 'A'          TO AR-SITUACAO
               MOVE ZEROES       TO AR-DATA-PAGTO
               MOVE WRK-PEDIDO-ID TO AR-PEDIDO
               MOVE WRK-PARC-IDX     TO AR-PARCELA
               MOVE WRK-NUM-PARCELAS TO AR-TOT-PARCELAS
               MOVE 'V'              TO AR-TIPO
               MOVE 'BRL'            TO AR-MOEDA
               MOVE ZEROES           TO AR-VALOR-ME
               MOVE ZEROES           TO AR-TAXA
               WRITE AR-REGISTRO
           END-PERFORM.

           CLOSE AR-ITEMS-FILE.

      ******************************************************************
      * 0750-EMITE-NOTA - EMITE A NOTA FISCAL DA VENDA NA SERIE ATIVA
      * DA FILIAL (NFEUTIL, MESMA CHAMADA DO PROGCOB025) E MOSTRA O
      * NUMERO NO TERMINAL.
      ******************************************************************
       0750-EMITE-NOTA SECTION.
           MOVE 'E'             TO NE-FUNCAO.
           MOVE WRK-FILIAL      TO NE-FILIAL.
           MOVE WRK-HOJE-NUM    TO NE-DATA.
           MOVE WRK-PEDIDO-ID   TO NE-PEDIDO.
           MOVE WRK-CLIENTE     TO NE-CLIENTE.
           MOVE WRK-ESTADO      TO NE-UF-DESTINO.
           MOVE WRK-VLRFINAL    TO NE-VALOR.
           MOVE WRK-VLRFRETE    TO NE-FRETE.
           MOVE WRK-VLRICMS     TO NE-ICMS.
           MOVE SPACES          TO NE-MOTIVO.
           MOVE 'PROGCOB014'    TO NE-PROGRAMA.
           MOVE 'INTERATIVO'    TO NE-OPERADOR.
           CALL 'NFEUTIL' USING NE-PARM.

           IF NE-RETORNO = 'S'
               DISPLAY 'NOTA FISCAL EMITIDA: SERIE ' NE-SERIE
                       ' NUMERO ' NE-NUMERO
           ELSE
               DISPLAY 'NOTA FISCAL NAO EMITIDA - VERIFICAR NO '
                       'PROGCOB131'
           END-IF.

      ******************************************************************
      * 0710-CALCULA-VENCIMENTO - SOMA WRK-DIAS-PRAZO DIAS A DATA DE
      * HOJE, VIRANDO MES E ANO QUANDO PRECISO; O ULTIMO DIA DE CADA
      * MES VEM DO DATEUTIL (FUNCAO V).
      * DATA CAIDA EM FIM DE SEMANA OU FERIADO VAI PARA O PROXIMO DIA
      * UTIL DA UF DA FILIAL DO PEDIDO (DATEUTIL FUNCAO P).
      ******************************************************************
       0710-CALCULA-VENCIMENTO SECTION.
           MOVE WRK-HOJE-ANO TO WRK-VENCTO-ANO.
           END-IF.
           MOVE WRK-VENCTO-SOBRA TO WRK-VENCTO-DIA.

           MOVE 'N' TO FU-FUNCAO.
           MOVE WRK-FILIAL TO FU-FILIAL.
           CALL 'FILUTIL' USING FU-PARM.

           MOVE 'P' TO DU-FUNCAO.
           MOVE WRK-VENCTO TO DU-DATA.
           MOVE FU-UF TO DU-UF.
           CALL 'DATEUTIL' USING DU-PARM.
           IF DU-RETORNO = 'S'
               MOVE DU-DATA TO WRK-VENCTO
           END-IF.

       END PROGRAM PROGCOB014.
