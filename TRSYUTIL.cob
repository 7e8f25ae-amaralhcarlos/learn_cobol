       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRSYUTIL.
      ******************************************************************
      *AUTHOR: CARLOS AMARAL
      *DATE: 15/10/2026
      *PURPOSE: SUBPROGRAMA DE LANCAMENTO DA TESOURARIA NO RAZAO. O
      *         RAZAO RECEBIA AS PROVISOES (VENDAS E FOLHA PELO
      *         PROGCOB037, BAIXAS E NOTAS DE CREDITO), MAS NADA
      *         QUANDO O DINHEIRO SE MEXIA: A CAIXA GERAL (1001) E AS
      *         CONTAS A PAGAR NUNCA BAIXAVAM. OS PROGRAMAS QUE MEXEM
      *         COM DINHEIRO MONTAM AS PERNAS DO EVENTO E CHAMAM ESTE
      *         SUBPROGRAMA, QUE CONFERE O BALANCEAMENTO, GRAVA AS
      *         PERNAS NO GLTRANSACTIONS E REGISTRA O EVENTO NO
      *         ARQUIVO DE CONTROLE TREASCTL (MESMA IDEIA DO GLFEEDCTL
      *         DO PROGCOB037), PARA UMA NOVA RODADA NAO LANCAR DUAS
      *         VEZES. O TREASCTL E CARREGADO EM MEMORIA NA PRIMEIRA
      *         CHAMADA. VER AS FUNCOES NA COPY TRSYUTIL-PARM.
      *MODIFICATION HISTORY:
      * 15/10/2026 - COM O TREASCTL ACIMA DA CAPACIDADE DA TABELA, O
      *              EVENTO NOVO PASSOU A SER RECUSADO ('N') EM VEZ DE
      *              LANCADO, PORQUE A REPETICAO JA NAO PODE SER
      *              CONFERIDA CONTRA OS EVENTOS QUE FICARAM DE FORA.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TREASURY-CONTROL-FILE ASSIGN TO 'TREASCTL'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-CTL-STATUS.

           SELECT GL-TRANSACTION-FILE ASSIGN TO 'GLTRANSACTIONS'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-GL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * UMA LINHA POR EVENTO LANCADO: ORIGEM + CHAVE, DATA DO
      * LANCAMENTO, TOTAL DOS DEBITOS E PROGRAMA QUE LANCOU.
      ******************************************************************
       FD  TREASURY-CONTROL-FILE.
       01  TC-REGISTRO.
           02  TC-EVENTO.
               03  TC-ORIGEM       PIC X(04).
               03  TC-CHAVE        PIC X(20).
           02  TC-DATA             PIC 9(08).
           02  TC-VALOR            PIC 9(10)V99.
           02  TC-OPERADOR         PIC X(10).

       FD  GL-TRANSACTION-FILE.
           COPY 'GLTXN-REC.cob'.

       WORKING-STORAGE SECTION.
       77  WRK-CTL-STATUS      PIC X(02)       VALUE SPACES.
       77  WRK-CTL-EOF         PIC X(01)       VALUE 'N'.
           88  CTL-ACABOU                      VALUE 'S'.
       77  WRK-GL-STATUS       PIC X(02)       VALUE SPACES.
       77  WRK-CARREGADO       PIC X(01)       VALUE 'N'.
           88  CONTROLE-CARREGADO              VALUE 'S'.

      ******************************************************************
      * CENTRO DE CUSTO DA TESOURARIA (FINANCEIRO, NO COSTCENTERS),
      * USADO NA PERNA QUE O CHAMADOR DEIXA SEM CENTRO DE CUSTO.
      ******************************************************************
       77  WRK-CC-TESOURARIA   PIC X(04)       VALUE '1300'.

      ******************************************************************
      * EVENTOS JA LANCADOS (ATE 9000, NA ORDEM DO ARQUIVO).
      ******************************************************************
       77  WRK-EVT-QTD         PIC 9(04)       VALUE ZEROES.
       77  WRK-EVT-IDX         PIC 9(04)       VALUE ZEROES.
       77  WRK-EVT-ESTOURO     PIC X(01)       VALUE 'N'.
           88  CONTROLE-ESTOURADO              VALUE 'S'.
       01  WRK-TAB-EVENTOS.
           02  WRK-EVT-LINHA   PIC X(24)       OCCURS 9000 TIMES.
       01  WRK-EVENTO.
           02  WRK-EVT-ORIGEM  PIC X(04).
           02  WRK-EVT-CHAVE   PIC X(20).
       77  WRK-JA-LANCADO      PIC X(01)       VALUE 'N'.
           88  EVENTO-JA-LANCADO               VALUE 'S'.

       77  WRK-PRN-IDX         PIC 9(02)       VALUE ZEROES.
       77  WRK-TOT-DEBITO      PIC 9(10)V99    VALUE ZEROES.
       77  WRK-TOT-CREDITO     PIC 9(10)V99    VALUE ZEROES.

       LINKAGE SECTION.
           COPY 'TRSYUTIL-PARM.cob'.

       PROCEDURE DIVISION USING TS-PARM.

           MOVE 'N' TO TS-RETORNO.

           IF NOT CONTROLE-CARREGADO
               PERFORM 1100-CARREGA-CONTROLE
           END-IF.

           MOVE TS-ORIGEM TO WRK-EVT-ORIGEM.
           MOVE TS-CHAVE  TO WRK-EVT-CHAVE.
           PERFORM 1200-PROCURA-EVENTO.

           EVALUATE TS-FUNCAO
               WHEN 'C'
                   IF EVENTO-JA-LANCADO
                       MOVE 'J' TO TS-RETORNO
                   ELSE
                       MOVE 'S' TO TS-RETORNO
                   END-IF
               WHEN 'L'
                   PERFORM 2000-LANCA-EVENTO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           GOBACK.

      ******************************************************************
      * 1100-CARREGA-CONTROLE - LE O TREASCTL PARA A TABELA EM
      * MEMORIA. SEM O ARQUIVO, NENHUM EVENTO FOI LANCADO AINDA.
      ******************************************************************
       1100-CARREGA-CONTROLE SECTION.
           MOVE 'S' TO WRK-CARREGADO.
           MOVE 0 TO WRK-EVT-QTD.

           OPEN INPUT TREASURY-CONTROL-FILE.
           IF WRK-CTL-STATUS NOT = '00'
               GO TO 1100-EXIT
           END-IF.

           MOVE 'N' TO WRK-CTL-EOF.
           PERFORM UNTIL CTL-ACABOU
               READ TREASURY-CONTROL-FILE
                   AT END
                       MOVE 'S' TO WRK-CTL-EOF
                   NOT AT END
                       IF WRK-EVT-QTD < 9000
                           ADD 1 TO WRK-EVT-QTD
                           MOVE TC-EVENTO TO WRK-EVT-LINHA(WRK-EVT-QTD)
                       ELSE
                           IF NOT CONTROLE-ESTOURADO
                               DISPLAY 'TREASCTL COM MAIS DE 9000 '
                                       'EVENTOS - ARQUIVAR OS ANTIGOS'
                           END-IF
                           MOVE 'S' TO WRK-EVT-ESTOURO
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE TREASURY-CONTROL-FILE.
       1100-EXIT.
           EXIT.

      ******************************************************************
      * 1200-PROCURA-EVENTO - DIZ SE ORIGEM + CHAVE JA CONSTA NA
      * TABELA DE EVENTOS LANCADOS.
      ******************************************************************
       1200-PROCURA-EVENTO SECTION.
           MOVE 'N' TO WRK-JA-LANCADO.
           PERFORM VARYING WRK-EVT-IDX FROM 1 BY 1
                   UNTIL WRK-EVT-IDX > WRK-EVT-QTD
                       OR EVENTO-JA-LANCADO
               IF WRK-EVT-LINHA(WRK-EVT-IDX) = WRK-EVENTO
                   MOVE 'S' TO WRK-JA-LANCADO
               END-IF
           END-PERFORM.

      ******************************************************************
      * 2000-LANCA-EVENTO - EVENTO NOVO E BALANCEADO: GRAVA AS PERNAS
      * NO GLTRANSACTIONS (EXTEND, COMO OS DEMAIS PROGRAMAS QUE LANCAM)
      * E REGISTRA O EVENTO NO TREASCTL E NA TABELA. COM O TREASCTL
      * ESTOURADO, O EVENTO NAO ACHADO NA TABELA PODE SER UM DOS QUE
      * FICARAM DE FORA, ENTAO NADA E LANCADO.
      ******************************************************************
       2000-LANCA-EVENTO SECTION.
           IF EVENTO-JA-LANCADO
               MOVE 'J' TO TS-RETORNO
               GO TO 2000-EXIT
           END-IF.

           IF CONTROLE-ESTOURADO
               DISPLAY 'TREASCTL COM MAIS DE 9000 EVENTOS - '
                       TS-ORIGEM ' ' TS-CHAVE ' NAO LANCADO'
               GO TO 2000-EXIT
           END-IF.

           IF TS-QTDE-PERNAS = 0 OR TS-QTDE-PERNAS > 20
               GO TO 2000-EXIT
           END-IF.

           MOVE 0 TO WRK-TOT-DEBITO.
           MOVE 0 TO WRK-TOT-CREDITO.
           PERFORM VARYING WRK-PRN-IDX FROM 1 BY 1
                   UNTIL WRK-PRN-IDX > TS-QTDE-PERNAS
               IF TS-TIPO(WRK-PRN-IDX) = 'D'
                   ADD TS-VALOR(WRK-PRN-IDX) TO WRK-TOT-DEBITO
               ELSE
                   ADD TS-VALOR(WRK-PRN-IDX) TO WRK-TOT-CREDITO
               END-IF
           END-PERFORM.

           IF WRK-TOT-DEBITO NOT = WRK-TOT-CREDITO
               OR WRK-TOT-DEBITO = 0
               DISPLAY 'LANCAMENTO DA TESOURARIA DESBALANCEADO - '
                       TS-ORIGEM ' ' TS-CHAVE ' NAO LANCADO'
               GO TO 2000-EXIT
           END-IF.

           OPEN EXTEND GL-TRANSACTION-FILE.
           IF WRK-GL-STATUS NOT = '00'
               OPEN OUTPUT GL-TRANSACTION-FILE
           END-IF.
           PERFORM VARYING WRK-PRN-IDX FROM 1 BY 1
                   UNTIL WRK-PRN-IDX > TS-QTDE-PERNAS
               IF TS-VALOR(WRK-PRN-IDX) > 0
                   MOVE TS-CONTA(WRK-PRN-IDX) TO GL-CONTA
                   MOVE TS-TIPO(WRK-PRN-IDX)  TO GL-TIPO
                   MOVE TS-VALOR(WRK-PRN-IDX) TO GL-VALOR
                   MOVE TS-DATA               TO GL-DATA
                   MOVE TS-OPERADOR           TO GL-OPERADOR
                   IF TS-CCUSTO(WRK-PRN-IDX) = SPACES
                       MOVE WRK-CC-TESOURARIA TO GL-CCUSTO
                   ELSE
                       MOVE TS-CCUSTO(WRK-PRN-IDX) TO GL-CCUSTO
                   END-IF
                   WRITE GL-REGISTRO
               END-IF
           END-PERFORM.
           CLOSE GL-TRANSACTION-FILE.

           OPEN EXTEND TREASURY-CONTROL-FILE.
           IF WRK-CTL-STATUS NOT = '00'
               OPEN OUTPUT TREASURY-CONTROL-FILE
           END-IF.
           MOVE WRK-EVENTO     TO TC-EVENTO.
           MOVE TS-DATA        TO TC-DATA.
           MOVE WRK-TOT-DEBITO TO TC-VALOR.
           MOVE TS-OPERADOR    TO TC-OPERADOR.
           WRITE TC-REGISTRO.
           CLOSE TREASURY-CONTROL-FILE.

           IF WRK-EVT-QTD < 9000
               ADD 1 TO WRK-EVT-QTD
               MOVE WRK-EVENTO TO WRK-EVT-LINHA(WRK-EVT-QTD)
           ELSE
               MOVE 'S' TO WRK-EVT-ESTOURO
           END-IF.
           MOVE 'S' TO TS-RETORNO.
       2000-EXIT.
           EXIT.

       END PROGRAM TRSYUTIL.
