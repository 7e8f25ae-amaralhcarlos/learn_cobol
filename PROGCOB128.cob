       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB128.
      ******************************************************************
      *AUTHOR: CARLOS AMARAL
      *DATE: 15/10/2026
      *PURPOSE: SUGESTAO DE REPOSICAO POR PONTO DE PEDIDO, POR FILIAL.
      *         PARA CADA SALDO DO STOCKBAL CALCULA A SAIDA MEDIA
      *         DIARIA DOS ULTIMOS 90 DIAS (MOVIMENTOS DE SAIDA DO LOG
      *         STOCKMOV), SOMA O PENDENTE DOS PEDIDOS DE COMPRA EM
      *         ABERTO (PURCHORDERS) E PROJETA O ESTOQUE NO FIM DO
      *         PRAZO DE ENTREGA DO FORNECEDOR HABITUAL DO PRODUTO:
      *           PROJETADO = SALDO + PENDENTE - MEDIA X PRAZO
      *         PROJETADO ABAIXO DO PONTO DE PEDIDO DO PRODMASTER
      *         ENTRA NO RELATORIO REORDERRPT COM A QUANTIDADE
      *         SUGERIDA PARA VOLTAR AO PONTO DE PEDIDO COBRINDO O
      *         CONSUMO DO PRAZO:
      *           SUGERIDO = PONTO + MEDIA X PRAZO - PROJETADO
      *         PRODUTO SEM PONTO DE PEDIDO (ZERO) NAO E AVALIADO.
      *         SEM FORNECEDOR OU SEM PRAZO CADASTRADO VALE O PRAZO
      *         PADRAO DE WRK-PRAZO-PADRAO DIAS. RODA COMO ETAPA
      *         OPCIONAL DO FECHAMENTO DO DIA (PROGCOB026), DEPOIS DA
      *         CONCILIACAO DO PROGCOB085, E GRAVA OS CONTADORES NO
      *         EODSTATS.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
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

           SELECT PURCH-ORDER-FILE ASSIGN TO 'PURCHORDERS'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-CHAVE
               FILE STATUS IS WRK-PO-STATUS.

           SELECT PRODUCT-MASTER-FILE ASSIGN TO 'PRODMASTER'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRD-CODIGO
               FILE STATUS IS WRK-PROD-STATUS.

           SELECT SUPP-MASTER-FILE ASSIGN TO 'SUPPMASTER'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SU-CODIGO
               FILE STATUS IS WRK-SUPP-STATUS.

           SELECT REORDER-REPORT-FILE ASSIGN TO 'REORDERRPT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-REPORT-STATUS.

           SELECT EOD-STATS-FILE ASSIGN TO 'EODSTATS'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-STATS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STOCK-BAL-FILE.
           COPY 'STOCKBAL-REC.cob'.

       FD  STOCK-MOV-FILE.
           COPY 'STOCKMOV-REC.cob'.

       FD  PURCH-ORDER-FILE.
           COPY 'PURCHORD-REC.cob'.

       FD  PRODUCT-MASTER-FILE.
           COPY 'PRODMASTER-REC.cob'.

       FD  SUPP-MASTER-FILE.
           COPY 'SUPPMASTER-REC.cob'.

       FD  REORDER-REPORT-FILE.
       01  RP-LINHA                PIC X(120).

       FD  EOD-STATS-FILE.
       01  ES-LINHA                PIC X(80).

       WORKING-STORAGE SECTION.
           COPY 'DATEUTIL-PARM.cob'.
           COPY 'FILUTIL-PARM.cob'.

       77  WRK-SALDO-STATUS    PIC X(02)       VALUE SPACES.
       77  WRK-SALDO-EOF       PIC X(01)       VALUE 'N'.
           88  SALDO-ACABOU                    VALUE 'S'.
       77  WRK-MOV-STATUS      PIC X(02)       VALUE SPACES.
       77  WRK-MOV-EOF         PIC X(01)       VALUE 'N'.
           88  MOV-ACABOU                      VALUE 'S'.
       77  WRK-PO-STATUS       PIC X(02)       VALUE SPACES.
       77  WRK-PO-EOF          PIC X(01)       VALUE 'N'.
           88  PO-ACABOU                       VALUE 'S'.
       77  WRK-PROD-STATUS     PIC X(02)       VALUE SPACES.
       77  WRK-SUPP-STATUS     PIC X(02)       VALUE SPACES.
       77  WRK-REPORT-STATUS   PIC X(02)       VALUE SPACES.
       77  WRK-STATS-STATUS    PIC X(02)       VALUE SPACES.

      ******************************************************************
      * PARAMETROS DO CALCULO: JANELA DE CONSUMO EM DIAS E PRAZO DE
      * ENTREGA ASSUMIDO QUANDO O PRODUTO NAO TEM FORNECEDOR COM PRAZO.
      ******************************************************************
       77  WRK-JANELA          PIC 9(03)       VALUE 90.
       77  WRK-PRAZO-PADRAO    PIC 9(03)       VALUE 7.

       77  WRK-HOJE            PIC 9(08)       VALUE ZEROES.
       77  WRK-DIAS-HOJE       PIC 9(08)       VALUE ZEROES.
       77  WRK-DATA-ANTERIOR   PIC 9(08)       VALUE ZEROES.
       77  WRK-DIAS-MOV        PIC 9(08)       VALUE ZEROES.
       77  WRK-IDADE           PIC S9(08)      VALUE ZEROES.
       77  WRK-PRODUTO-LIDO    PIC X(08)       VALUE SPACES.
       77  WRK-PRODUTO-OK      PIC X(01)       VALUE 'N'.
       77  WRK-PONTO           PIC 9(07)       VALUE ZEROES.
       77  WRK-PRAZO           PIC 9(03)       VALUE ZEROES.
       77  WRK-DESCRICAO       PIC X(30)       VALUE SPACES.
       77  WRK-CONSUMO         PIC 9(09)       VALUE ZEROES.
       77  WRK-PENDENTE        PIC 9(09)       VALUE ZEROES.
       77  WRK-MEDIA           PIC 9(07)V99    VALUE ZEROES.
       77  WRK-PROJETADO       PIC S9(09)V99   VALUE ZEROES.
       77  WRK-SUGERIDO        PIC 9(09)       VALUE ZEROES.
       77  WRK-FILIAL-ANTERIOR PIC 9(02)       VALUE ZEROES.
       77  WRK-QTDE-AVALIADOS  PIC 9(05)       VALUE ZEROES.
       77  WRK-QTDE-FORA       PIC 9(05)       VALUE ZEROES.

       77  WRK-MEDIA-ED        PIC Z.ZZZ.ZZ9,99.
       77  WRK-PROJETADO-ED    PIC -.---.---.--9.
       77  WRK-QTDE-ED         PIC Z.ZZZ.ZZ9.

      ******************************************************************
      * SAIDAS DA JANELA E PENDENTE DE COMPRA POR PRODUTO + FILIAL,
      * ACUMULADOS NA LEITURA DO STOCKMOV E DO PURCHORDERS.
      ******************************************************************
       77  WRK-CON-QTD         PIC 9(04)       VALUE ZEROES.
       77  WRK-CON-IDX         PIC 9(04)       VALUE ZEROES.
       01  WRK-TAB-CONSUMO.
           02  WRK-CON-LINHA   OCCURS 2000 TIMES.
               03  WRK-CON-CHAVE.
                   04  WRK-CON-PRODUTO     PIC X(08).
                   04  WRK-CON-FILIAL      PIC 9(02).
               03  WRK-CON-QTDE        PIC 9(09).

       77  WRK-PEN-QTD         PIC 9(04)       VALUE ZEROES.
       77  WRK-PEN-IDX         PIC 9(04)       VALUE ZEROES.
       01  WRK-TAB-PENDENTE.
           02  WRK-PEN-LINHA   OCCURS 1000 TIMES.
               03  WRK-PEN-CHAVE.
                   04  WRK-PEN-PRODUTO     PIC X(08).
                   04  WRK-PEN-FILIAL      PIC 9(02).
               03  WRK-PEN-QTDE        PIC 9(09).

       01  WRK-CHAVE-BUSCA.
           02  WRK-BUSCA-PRODUTO   PIC X(08).
           02  WRK-BUSCA-FILIAL    PIC 9(02).

      ******************************************************************
      * SUGESTOES, ORDENADAS POR FILIAL + PRODUTO (TROCA DIRETA, MESMA
      * MECANICA DO RANKING DO PROGCOB082).
      ******************************************************************
       77  WRK-SUG-QTD         PIC 9(03)       VALUE ZEROES.
       77  WRK-SUG-IDX         PIC 9(03)       VALUE ZEROES.
       77  WRK-SUG-JDX         PIC 9(03)       VALUE ZEROES.
       01  WRK-TAB-SUGESTOES.
           02  WRK-SUG-LINHA   OCCURS 500 TIMES.
               03  WRK-SUG-ORDEM.
                   04  WRK-SUG-FILIAL      PIC 9(02).
                   04  WRK-SUG-PRODUTO     PIC X(08).
               03  WRK-SUG-DESCRICAO   PIC X(30).
               03  WRK-SUG-SALDO       PIC 9(07).
               03  WRK-SUG-PENDENTE    PIC 9(09).
               03  WRK-SUG-MEDIA       PIC 9(07)V99.
               03  WRK-SUG-PRAZO       PIC 9(03).
               03  WRK-SUG-PROJETADO   PIC S9(09)V99.
               03  WRK-SUG-PONTO       PIC 9(07).
               03  WRK-SUG-QTDE        PIC 9(09).
       01  WRK-TROCA-LINHA         PIC X(95).

       PROCEDURE DIVISION.

           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.

           MOVE 'S' TO DU-FUNCAO.
           MOVE WRK-HOJE TO DU-DATA.
           CALL 'DATEUTIL' USING DU-PARM.
           MOVE DU-DIAS-CORRIDOS TO WRK-DIAS-HOJE.

           PERFORM 0100-CARREGA-CONSUMO.
           PERFORM 0200-CARREGA-PENDENTE.
           PERFORM 0300-AVALIA-SALDOS.
           PERFORM 0400-ORDENA.
           PERFORM 0500-IMPRIME.
           PERFORM 0800-GRAVA-ESTATISTICAS.

           DISPLAY 'SALDOS AVALIADOS: ' WRK-QTDE-AVALIADOS
                   ' SUGESTOES: ' WRK-SUG-QTD.

           GOBACK.

      ******************************************************************
      * 0100-CARREGA-CONSUMO - SOMA AS SAIDAS DO STOCKMOV DOS ULTIMOS
      * WRK-JANELA DIAS POR PRODUTO + FILIAL. O LOG VEM EM ORDEM DE
      * DATA, ENTAO O DATEUTIL SO E CHAMADO QUANDO A DATA MUDA.
      ******************************************************************
       0100-CARREGA-CONSUMO SECTION.
           OPEN INPUT STOCK-MOV-FILE.
           IF WRK-MOV-STATUS NOT = '00'
               DISPLAY 'STOCKMOV INDISPONIVEL - CONSUMO ZERADO'
               GO TO 0100-EXIT
           END-IF.

           PERFORM UNTIL MOV-ACABOU
               READ STOCK-MOV-FILE
                   AT END
                       MOVE 'S' TO WRK-MOV-EOF
                   NOT AT END
                       IF MOV-SAIDA
                           PERFORM 0150-ACUMULA-SAIDA
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE STOCK-MOV-FILE.
       0100-EXIT.
           EXIT.

      ******************************************************************
      * 0150-ACUMULA-SAIDA - SAIDA DENTRO DA JANELA VAI PARA A TABELA
      * DE CONSUMO.
      ******************************************************************
       0150-ACUMULA-SAIDA SECTION.
           IF MV-DATA NOT = WRK-DATA-ANTERIOR
               MOVE MV-DATA TO WRK-DATA-ANTERIOR
               MOVE 'S' TO DU-FUNCAO
               MOVE MV-DATA TO DU-DATA
               CALL 'DATEUTIL' USING DU-PARM
               MOVE DU-DIAS-CORRIDOS TO WRK-DIAS-MOV
           END-IF.

           COMPUTE WRK-IDADE = WRK-DIAS-HOJE - WRK-DIAS-MOV.
           IF WRK-IDADE < 0 OR WRK-IDADE >= WRK-JANELA
               GO TO 0150-EXIT
           END-IF.

           MOVE MV-PRODUTO TO WRK-BUSCA-PRODUTO.
           MOVE MV-FILIAL  TO WRK-BUSCA-FILIAL.
           PERFORM 0160-BUSCA-CONSUMO.

           IF WRK-CON-IDX = 0
               IF WRK-CON-QTD < 2000
                   ADD 1 TO WRK-CON-QTD
                   MOVE WRK-CON-QTD TO WRK-CON-IDX
                   MOVE WRK-CHAVE-BUSCA TO WRK-CON-CHAVE(WRK-CON-IDX)
                   MOVE 0 TO WRK-CON-QTDE(WRK-CON-IDX)
               ELSE
                   DISPLAY 'TABELA DE CONSUMO CHEIA - PRODUTO '
                           MV-PRODUTO ' FILIAL ' MV-FILIAL
                           ' FORA DO CALCULO'
                   GO TO 0150-EXIT
               END-IF
           END-IF.

           ADD MV-QTDE TO WRK-CON-QTDE(WRK-CON-IDX).
       0150-EXIT.
           EXIT.

      ******************************************************************
      * 0160-BUSCA-CONSUMO - POSICAO DE WRK-CHAVE-BUSCA NA TABELA DE
      * CONSUMO (ZERO QUANDO NAO ESTA).
      ******************************************************************
       0160-BUSCA-CONSUMO SECTION.
           MOVE 1 TO WRK-CON-IDX.
           PERFORM UNTIL WRK-CON-IDX > WRK-CON-QTD
                   OR WRK-CON-CHAVE(WRK-CON-IDX) = WRK-CHAVE-BUSCA
               ADD 1 TO WRK-CON-IDX
           END-PERFORM.
           IF WRK-CON-IDX > WRK-CON-QTD
               MOVE 0 TO WRK-CON-IDX
           END-IF.

      ******************************************************************
      * 0200-CARREGA-PENDENTE - SOMA O SALDO A RECEBER (PEDIDO MENOS
      * RECEBIDO) DAS LINHAS ABERTAS OU PARCIAIS DO PURCHORDERS POR
      * PRODUTO + FILIAL.
      ******************************************************************
       0200-CARREGA-PENDENTE SECTION.
           OPEN INPUT PURCH-ORDER-FILE.
           IF WRK-PO-STATUS NOT = '00'
               GO TO 0200-EXIT
           END-IF.

           PERFORM UNTIL PO-ACABOU
               READ PURCH-ORDER-FILE NEXT
                   AT END
                       MOVE 'S' TO WRK-PO-EOF
                   NOT AT END
                       IF NOT PO-FECHADA
                           AND PO-QTDE-PEDIDA > PO-QTDE-RECEBIDA
                           PERFORM 0250-ACUMULA-PENDENTE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE PURCH-ORDER-FILE.
       0200-EXIT.
           EXIT.

      ******************************************************************
      * 0250-ACUMULA-PENDENTE - PENDENTE DA LINHA DE PEDIDO NA TABELA.
      ******************************************************************
       0250-ACUMULA-PENDENTE SECTION.
           MOVE PO-PRODUTO TO WRK-BUSCA-PRODUTO.
           MOVE PO-FILIAL  TO WRK-BUSCA-FILIAL.
           PERFORM 0260-BUSCA-PENDENTE.

           IF WRK-PEN-IDX = 0
               IF WRK-PEN-QTD < 1000
                   ADD 1 TO WRK-PEN-QTD
                   MOVE WRK-PEN-QTD TO WRK-PEN-IDX
                   MOVE WRK-CHAVE-BUSCA TO WRK-PEN-CHAVE(WRK-PEN-IDX)
                   MOVE 0 TO WRK-PEN-QTDE(WRK-PEN-IDX)
               ELSE
                   DISPLAY 'TABELA DE PENDENTES CHEIA - PEDIDO '
                           PO-NUMERO '/' PO-LINHA ' FORA DO CALCULO'
                   GO TO 0250-EXIT
               END-IF
           END-IF.

           COMPUTE WRK-PEN-QTDE(WRK-PEN-IDX) =
               WRK-PEN-QTDE(WRK-PEN-IDX)
               + PO-QTDE-PEDIDA - PO-QTDE-RECEBIDA.
       0250-EXIT.
           EXIT.

      ******************************************************************
      * 0260-BUSCA-PENDENTE - POSICAO DE WRK-CHAVE-BUSCA NA TABELA DE
      * PENDENTES (ZERO QUANDO NAO ESTA).
      ******************************************************************
       0260-BUSCA-PENDENTE SECTION.
           MOVE 1 TO WRK-PEN-IDX.
           PERFORM UNTIL WRK-PEN-IDX > WRK-PEN-QTD
                   OR WRK-PEN-CHAVE(WRK-PEN-IDX) = WRK-CHAVE-BUSCA
               ADD 1 TO WRK-PEN-IDX
           END-PERFORM.
           IF WRK-PEN-IDX > WRK-PEN-QTD
               MOVE 0 TO WRK-PEN-IDX
           END-IF.

      ******************************************************************
      * 0300-AVALIA-SALDOS - PERCORRE O STOCKBAL (PRODUTO + FILIAL) E
      * PROJETA CADA SALDO CONTRA O PONTO DE PEDIDO DO PRODUTO.
      ******************************************************************
       0300-AVALIA-SALDOS SECTION.
           OPEN INPUT STOCK-BAL-FILE.
           IF WRK-SALDO-STATUS NOT = '00'
               DISPLAY 'STOCKBAL INDISPONIVEL - SEM SUGESTOES'
               GO TO 0300-EXIT
           END-IF.

           OPEN INPUT PRODUCT-MASTER-FILE.
           IF WRK-PROD-STATUS NOT = '00'
               DISPLAY 'PRODMASTER INDISPONIVEL - SEM SUGESTOES'
               CLOSE STOCK-BAL-FILE
               GO TO 0300-EXIT
           END-IF.

           OPEN INPUT SUPP-MASTER-FILE.

           PERFORM UNTIL SALDO-ACABOU
               READ STOCK-BAL-FILE NEXT
                   AT END
                       MOVE 'S' TO WRK-SALDO-EOF
                   NOT AT END
                       IF SB-PRODUTO NOT = WRK-PRODUTO-LIDO
                           PERFORM 0320-LE-PRODUTO
                       END-IF
                       IF WRK-PRODUTO-OK = 'S'
                           PERFORM 0350-PROJETA-SALDO
                       END-IF
               END-READ
           END-PERFORM.

           IF WRK-SUPP-STATUS = '00'
               CLOSE SUPP-MASTER-FILE
           END-IF.
           CLOSE PRODUCT-MASTER-FILE.
           CLOSE STOCK-BAL-FILE.
       0300-EXIT.
           EXIT.

      ******************************************************************
      * 0320-LE-PRODUTO - PONTO DE PEDIDO E PRAZO DE ENTREGA DO
      * PRODUTO. SO SEGUE PARA O CALCULO O PRODUTO CADASTRADO COM
      * PONTO DE PEDIDO.
      ******************************************************************
       0320-LE-PRODUTO SECTION.
           MOVE SB-PRODUTO TO WRK-PRODUTO-LIDO.
           MOVE 'N' TO WRK-PRODUTO-OK.

           MOVE SB-PRODUTO TO PRD-CODIGO.
           READ PRODUCT-MASTER-FILE
               INVALID KEY
                   GO TO 0320-EXIT
           END-READ.

           IF PRD-PONTO-PEDIDO NOT NUMERIC
               OR PRD-PONTO-PEDIDO = 0
               GO TO 0320-EXIT
           END-IF.

           MOVE 'S' TO WRK-PRODUTO-OK.
           MOVE PRD-PONTO-PEDIDO TO WRK-PONTO.
           MOVE PRD-DESCRICAO TO WRK-DESCRICAO.
           MOVE WRK-PRAZO-PADRAO TO WRK-PRAZO.

           IF PRD-FORNECEDOR NOT NUMERIC
               OR PRD-FORNECEDOR = 0
               OR WRK-SUPP-STATUS NOT = '00'
               GO TO 0320-EXIT
           END-IF.

           MOVE PRD-FORNECEDOR TO SU-CODIGO.
           READ SUPP-MASTER-FILE
               INVALID KEY
                   GO TO 0320-EXIT
           END-READ.

           IF SU-PRAZO-ENTREGA NUMERIC
               AND SU-PRAZO-ENTREGA > 0
               MOVE SU-PRAZO-ENTREGA TO WRK-PRAZO
           END-IF.
       0320-EXIT.
           EXIT.

      ******************************************************************
      * 0350-PROJETA-SALDO - MEDIA DIARIA, PROJECAO NO PRAZO E, ABAIXO
      * DO PONTO DE PEDIDO, A SUGESTAO (ARREDONDADA PARA CIMA).
      ******************************************************************
       0350-PROJETA-SALDO SECTION.
           ADD 1 TO WRK-QTDE-AVALIADOS.

           MOVE SB-PRODUTO TO WRK-BUSCA-PRODUTO.
           MOVE SB-FILIAL  TO WRK-BUSCA-FILIAL.

           MOVE 0 TO WRK-CONSUMO.
           PERFORM 0160-BUSCA-CONSUMO.
           IF WRK-CON-IDX > 0
               MOVE WRK-CON-QTDE(WRK-CON-IDX) TO WRK-CONSUMO
           END-IF.

           MOVE 0 TO WRK-PENDENTE.
           PERFORM 0260-BUSCA-PENDENTE.
           IF WRK-PEN-IDX > 0
               MOVE WRK-PEN-QTDE(WRK-PEN-IDX) TO WRK-PENDENTE
           END-IF.

           COMPUTE WRK-MEDIA ROUNDED = WRK-CONSUMO / WRK-JANELA.
           COMPUTE WRK-PROJETADO = SB-QTDE + WRK-PENDENTE
                                 - WRK-MEDIA * WRK-PRAZO.

           IF WRK-PROJETADO NOT < WRK-PONTO
               GO TO 0350-EXIT
           END-IF.

           COMPUTE WRK-SUGERIDO = WRK-PONTO + WRK-MEDIA * WRK-PRAZO
                                - WRK-PROJETADO + 0,99.
           IF WRK-SUGERIDO = 0
               MOVE 1 TO WRK-SUGERIDO
           END-IF.

           IF WRK-SUG-QTD >= 500
               ADD 1 TO WRK-QTDE-FORA
               DISPLAY 'TABELA CHEIA - PRODUTO ' SB-PRODUTO
                       ' FILIAL ' SB-FILIAL ' FORA DO RELATORIO'
               GO TO 0350-EXIT
           END-IF.

           ADD 1 TO WRK-SUG-QTD.
           MOVE SB-FILIAL      TO WRK-SUG-FILIAL(WRK-SUG-QTD).
           MOVE SB-PRODUTO     TO WRK-SUG-PRODUTO(WRK-SUG-QTD).
           MOVE WRK-DESCRICAO  TO WRK-SUG-DESCRICAO(WRK-SUG-QTD).
           MOVE SB-QTDE        TO WRK-SUG-SALDO(WRK-SUG-QTD).
           MOVE WRK-PENDENTE   TO WRK-SUG-PENDENTE(WRK-SUG-QTD).
           MOVE WRK-MEDIA      TO WRK-SUG-MEDIA(WRK-SUG-QTD).
           MOVE WRK-PRAZO      TO WRK-SUG-PRAZO(WRK-SUG-QTD).
           MOVE WRK-PROJETADO  TO WRK-SUG-PROJETADO(WRK-SUG-QTD).
           MOVE WRK-PONTO      TO WRK-SUG-PONTO(WRK-SUG-QTD).
           MOVE WRK-SUGERIDO   TO WRK-SUG-QTDE(WRK-SUG-QTD).
       0350-EXIT.
           EXIT.

      ******************************************************************
      * 0400-ORDENA - ORDENA AS SUGESTOES POR FILIAL + PRODUTO.
      ******************************************************************
       0400-ORDENA SECTION.
           PERFORM VARYING WRK-SUG-IDX FROM 1 BY 1
                   UNTIL WRK-SUG-IDX >= WRK-SUG-QTD
               PERFORM VARYING WRK-SUG-JDX FROM 1 BY 1
                       UNTIL WRK-SUG-JDX >= WRK-SUG-QTD
                   IF WRK-SUG-ORDEM(WRK-SUG-JDX) >
                       WRK-SUG-ORDEM(WRK-SUG-JDX + 1)
                       MOVE WRK-SUG-LINHA(WRK-SUG-JDX)
                           TO WRK-TROCA-LINHA
                       MOVE WRK-SUG-LINHA(WRK-SUG-JDX + 1)
                           TO WRK-SUG-LINHA(WRK-SUG-JDX)
                       MOVE WRK-TROCA-LINHA
                           TO WRK-SUG-LINHA(WRK-SUG-JDX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      ******************************************************************
      * 0500-IMPRIME - UMA LINHA POR SUGESTAO, COM QUEBRA POR FILIAL.
      ******************************************************************
       0500-IMPRIME SECTION.
           OPEN OUTPUT REORDER-REPORT-FILE.
           MOVE SPACES TO RP-LINHA.
           STRING 'SUGESTAO DE REPOSICAO EM ' WRK-HOJE
                  ' - CONSUMO DOS ULTIMOS ' WRK-JANELA ' DIAS'
               DELIMITED BY SIZE INTO RP-LINHA
           END-STRING
           WRITE RP-LINHA.
           MOVE SPACES TO RP-LINHA.
           WRITE RP-LINHA FROM '-------------------------------------'.

           PERFORM VARYING WRK-SUG-IDX FROM 1 BY 1
                   UNTIL WRK-SUG-IDX > WRK-SUG-QTD
               IF WRK-SUG-IDX = 1 OR
                   WRK-SUG-FILIAL(WRK-SUG-IDX) NOT =
                   WRK-FILIAL-ANTERIOR
                   PERFORM 0550-CABECALHO-FILIAL
               END-IF
               PERFORM 0560-IMPRIME-LINHA
           END-PERFORM.

           MOVE SPACES TO RP-LINHA.
           WRITE RP-LINHA FROM '-------------------------------------'.
           MOVE SPACES TO RP-LINHA.
           STRING 'SALDOS AVALIADOS: ' WRK-QTDE-AVALIADOS
                  ' SUGESTOES: ' WRK-SUG-QTD
               DELIMITED BY SIZE INTO RP-LINHA
           END-STRING
           WRITE RP-LINHA.

           CLOSE REORDER-REPORT-FILE.

      ******************************************************************
      * 0550-CABECALHO-FILIAL - ABRE O GRUPO DA FILIAL COM O NOME DO
      * CADASTRO DE FILIAIS.
      ******************************************************************
       0550-CABECALHO-FILIAL SECTION.
           MOVE WRK-SUG-FILIAL(WRK-SUG-IDX) TO WRK-FILIAL-ANTERIOR.

           MOVE 'N' TO FU-FUNCAO.
           MOVE WRK-FILIAL-ANTERIOR TO FU-FILIAL.
           CALL 'FILUTIL' USING FU-PARM.

           MOVE SPACES TO RP-LINHA.
           WRITE RP-LINHA.
           MOVE SPACES TO RP-LINHA.
           STRING 'FILIAL ' WRK-FILIAL-ANTERIOR ' ' FU-NOME
               DELIMITED BY SIZE INTO RP-LINHA
           END-STRING
           WRITE RP-LINHA.
           MOVE SPACES TO RP-LINHA.
           STRING '  PRODUTO  DESCRICAO                     '
                  '    SALDO PENDENTE  MEDIA/DIA PRAZO'
                  '     PROJETADO     PONTO  SUGERIDO'
               DELIMITED BY SIZE INTO RP-LINHA
           END-STRING
           WRITE RP-LINHA.

      ******************************************************************
      * 0560-IMPRIME-LINHA - PRODUTO ABAIXO DO PONTO COM A QUANTIDADE
      * SUGERIDA.
      ******************************************************************
       0560-IMPRIME-LINHA SECTION.
           MOVE SPACES TO RP-LINHA.
           MOVE WRK-SUG-MEDIA(WRK-SUG-IDX) TO WRK-MEDIA-ED.
           MOVE WRK-SUG-PROJETADO(WRK-SUG-IDX) TO WRK-PROJETADO-ED.
           MOVE WRK-SUG-QTDE(WRK-SUG-IDX) TO WRK-QTDE-ED.
           STRING '  ' WRK-SUG-PRODUTO(WRK-SUG-IDX)
                  ' ' WRK-SUG-DESCRICAO(WRK-SUG-IDX)
                  ' ' WRK-SUG-SALDO(WRK-SUG-IDX)
                  ' ' WRK-SUG-PENDENTE(WRK-SUG-IDX)
                  ' ' WRK-MEDIA-ED
                  ' ' WRK-SUG-PRAZO(WRK-SUG-IDX)
                  ' ' WRK-PROJETADO-ED
                  ' ' WRK-SUG-PONTO(WRK-SUG-IDX)
                  ' ' WRK-QTDE-ED
               DELIMITED BY SIZE INTO RP-LINHA
           END-STRING
           WRITE RP-LINHA.

      ******************************************************************
      * 0800-GRAVA-ESTATISTICAS - CONTADORES DA RODADA NO EODSTATS,
      * PARA O RELATORIO CONSOLIDADO DO PROGCOB026.
      ******************************************************************
       0800-GRAVA-ESTATISTICAS SECTION.
           OPEN EXTEND EOD-STATS-FILE.
           IF WRK-STATS-STATUS NOT = '00'
               OPEN OUTPUT EOD-STATS-FILE
           END-IF.

           MOVE SPACES TO ES-LINHA.
           STRING WRK-HOJE ';PROGCOB128'
                  ';AVALIADOS=' WRK-QTDE-AVALIADOS
                  ';SUGESTOES=' WRK-SUG-QTD
                  ';FORA=' WRK-QTDE-FORA
               DELIMITED BY SIZE INTO ES-LINHA
           END-STRING
           WRITE ES-LINHA.

           CLOSE EOD-STATS-FILE.

       END PROGRAM PROGCOB128.
