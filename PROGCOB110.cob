      *         DO FREIGHTSUSP). O PEDIDO SUSPENSO REENVIADO RECEBE UM
      *         TXN-ID NOVO DA SEQUENCIA SALESIDSEQ, PRESERVANDO A
      *         CADEIA DE IDEMPOTENCIA.
      *MODIFICATION HISTORY:
      * 15/10/2026 - O FREIGHTSUSP GANHOU O MOTIVO DO DESVIO NO FIM DA
      *              LINHA (SUSP-MOTIVO, GRAVADO PELO PROGCOB025, COMO
      *              O NOVO ESTOQUE INSUFICIENTE); A LISTAGEM MOSTRA O
      *              MOTIVO NA FRENTE DE CADA SUSPENSO.
      * 15/10/2026 - A REVALIDACAO PASSOU A PROVAR O VALOR CORRIGIDO
      *              CONTRA AS LINHAS DO PEDIDO NO ORDERLINES (VIA
      *              ORDLUTIL, MESMA CRITICA S05/F08 DO PROGCOB053). NO
      *              REENVIO DE SUSPENSO, CABECALHO QUE NAO BATE COM AS
      *              LINHAS SO SAI SE O OPERADOR ASSUMIR A SOMA DAS
      *              LINHAS COMO VALOR DO PEDIDO. O TXN-ID PRESERVADO
      *              MANTEM AS LINHAS AMARRADAS AO PEDIDO.
      * 15/10/2026 - O FREIGHTSUSP GANHOU A MOEDA DO PEDIDO NO FIM DA
      *              LINHA (SUSP-MOEDA) E A REMESSA DE FRETE A FRW-
      *              MOEDA; O REENVIO CARREGA A MOEDA. SUSPENSO ANTIGO
      *              SEM O CAMPO VOLTA EM REAIS
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           02  SUSP-PARCELAS       PIC 9(02).
           02  SUSP-CEP            PIC 9(08).
           02  SUSP-SHIPTO         PIC 9(03).
           02  SUSP-MOTIVO         PIC X(20).
           02  SUSP-MOEDA          PIC X(03).

       FD  SALES-RAW-FILE.
       01  SR-SAIDA                PIC X(42).

       FD  FREIGHT-RAW-FILE.
       01  FR-SAIDA                PIC X(105).

       FD  PAYROLL-RAW-FILE.
       01  PR-SAIDA                PIC X(59).

       WORKING-STORAGE SECTION.
           COPY 'FILUTIL-PARM.cob'.
           COPY 'ORDLUTIL-PARM.cob'.
       77  WRK-REJ-STATUS      PIC X(02)       VALUE SPACES.
       77  WRK-REJ-EOF         PIC X(01)       VALUE 'N'.
           88  REJ-ACABOU                      VALUE 'S'.
       77  WRK-SUSP-IDX        PIC 9(04)       VALUE ZEROES.
       01  WRK-TAB-SUSP.
           02  WRK-SUSP-LINHA  OCCURS 500 TIMES.
               03  WRK-SUSP-REG    PIC X(125).
               03  WRK-SUSP-USADO  PIC X(01).

      ******************************************************************
           02  WRK-FR-PARCELAS     PIC X(02).
           02  WRK-FR-CEP          PIC X(08).
           02  WRK-FR-SHIPTO       PIC X(03).
           02  WRK-FR-MOEDA        PIC X(03).
       01  WRK-PR.
           02  WRK-PR-NOME         PIC X(40).
           02  WRK-PR-CPF          PIC X(11).
       01  WRK-FILIAL-N REDEFINES WRK-FILIAL-X PIC 9(02).
       77  WRK-FILIAL-OK       PIC X(01)       VALUE 'S'.
       77  WRK-CAMPO-NOVO      PIC X(10)       VALUE SPACES.
       01  WRK-ID-X            PIC X(10)       VALUE SPACES.
       01  WRK-ID-N REDEFINES WRK-ID-X         PIC 9(10).
       77  WRK-VALOR-CABEC     PIC 9(08)V99    VALUE ZEROES.
       77  WRK-LINHAS-OK       PIC X(01)       VALUE 'S'.
       77  WRK-CONFIRMA        PIC X(01)       VALUE SPACES.
       77  WRK-PRODUTOS-NOVO   PIC X(40)       VALUE SPACES.

      ******************************************************************
           02  WRT-TOTAL       PIC 9(10)V99.
       01  WRK-VALOR-X7        PIC X(07)       VALUE SPACES.
       01  WRK-VALOR-N7 REDEFINES WRK-VALOR-X7 PIC 9(05)V99.
       01  WRK-VALOR-X8        PIC X(08)       VALUE SPACES.
       01  WRK-VALOR-N8 REDEFINES WRK-VALOR-X8 PIC 9(06)V99.

       77  WRK-ULTIMO-ID       PIC 9(10)       VALUE ZEROES.
       01  WRK-FR-MONTA.
           02  WRK-FM-PARCELAS PIC 9(02).
           02  WRK-FM-CEP      PIC 9(08).
           02  WRK-FM-SHIPTO   PIC 9(03).
           02  WRK-FM-MOEDA    PIC X(03).

       01  WRK-HOJE.
           02  WRK-HOJE-ANO    PIC 9(04)       VALUE ZEROES.

      ******************************************************************
      * 0420-TRATA-VENDA - CORRIGE MES, VALOR, VENDEDOR E FILIAL,
      * REVALIDA (S01 A S05) E GRAVA O REENVIO COMO LOTE H/D/T NO
      * SALESTXNRAW.
      ******************************************************************
       0420-TRATA-VENDA SECTION.
               GO TO 0420-EXIT
           END-IF.

           MOVE WRK-SR-ID TO WRK-ID-X.
           MOVE WRK-SR-VALOR TO WRK-VALOR-X7.
           MOVE WRK-VALOR-N7 TO WRK-VALOR-CABEC.
           PERFORM 0940-CONFERE-LINHAS.
           IF WRK-LINHAS-OK = 'N'
               DISPLAY 'VALOR NAO BATE COM AS LINHAS DO PEDIDO '
                       '(S05) - SOMA ' LN-TOTAL
               GO TO 0420-EXIT
           END-IF.

           OPEN EXTEND SALES-RAW-FILE.
           IF WRK-SRAW-STATUS NOT = '00'
               OPEN OUTPUT SALES-RAW-FILE

      ******************************************************************
      * 0440-TRATA-FRETE - CORRIGE ESTADO, VALOR, PESO, PRODUTOS,
      * VENDEDOR, ENDERECO DE ENTREGA E FILIAL, REVALIDA (F01 A F08)
      * E GRAVA O REENVIO NO FREIGHTTXNRAW.
      ******************************************************************
       0440-TRATA-FRETE SECTION.
           MOVE 'N' TO WRK-VALIDO.
           MOVE WRK-REJ-DADOS(1:105) TO WRK-FR.

           DISPLAY 'ESTADO ATUAL ' WRK-FR-ESTADO ' - NOVO ESTADO: '.
           ACCEPT WRK-FR-ESTADO.
               GO TO 0440-EXIT
           END-IF.

           MOVE WRK-FR-ID TO WRK-ID-X.
           MOVE WRK-FR-VALOR TO WRK-VALOR-X8.
           MOVE WRK-VALOR-N8 TO WRK-VALOR-CABEC.
           PERFORM 0940-CONFERE-LINHAS.
           IF WRK-LINHAS-OK = 'N'
               DISPLAY 'VALOR NAO BATE COM AS LINHAS DO PEDIDO '
                       '(F08) - SOMA ' LN-TOTAL
               GO TO 0440-EXIT
           END-IF.

           OPEN EXTEND FREIGHT-RAW-FILE.
           IF WRK-FRAW-STATUS NOT = '00'
               OPEN OUTPUT FREIGHT-RAW-FILE

      ******************************************************************
      * 0600-LISTA-SUSPENSOS - LISTA OS PEDIDOS DO FREIGHTSUSP AINDA
      * PENDENTES, NUMERADOS PELA POSICAO, COM O MOTIVO DO DESVIO
      * (EM BRANCO NAS LINHAS ANTIGAS).
      ******************************************************************
       0600-LISTA-SUSPENSOS SECTION.
           PERFORM VARYING WRK-SUSP-IDX FROM 1 BY 1
                   UNTIL WRK-SUSP-IDX > WRK-SUSP-QTD
               IF WRK-SUSP-USADO(WRK-SUSP-IDX) = 'N'
                   MOVE WRK-SUSP-REG(WRK-SUSP-IDX) TO SUSP-REGISTRO
                   DISPLAY WRK-SUSP-IDX ' ' SUSP-MOTIVO ' '
                           WRK-SUSP-REG(WRK-SUSP-IDX)(1:102)
               END-IF
           END-PERFORM.


           MOVE WRK-SUSP-REG(WRK-ESCOLHA) TO SUSP-REGISTRO.

           MOVE SUSP-ID TO WRK-ID-X.
           MOVE SUSP-VLR-PEDIDO TO WRK-VALOR-CABEC.
           PERFORM 0940-CONFERE-LINHAS.
           IF WRK-LINHAS-OK = 'N'
               DISPLAY 'VALOR DO PEDIDO ' SUSP-VLR-PEDIDO
                       ' NAO BATE COM A SOMA DAS LINHAS ' LN-TOTAL
               DISPLAY 'ASSUMIR A SOMA DAS LINHAS COMO VALOR DO '
                       'PEDIDO (S/N)? '
               ACCEPT WRK-CONFIRMA
               IF WRK-CONFIRMA NOT = 'S'
                   DISPLAY 'SUSPENSO NAO REENVIADO'
                   GO TO 0700-EXIT
               END-IF
               MOVE LN-TOTAL TO SUSP-VLR-PEDIDO
           END-IF.

           IF SUSP-ID NUMERIC AND SUSP-ID > 0
               MOVE SUSP-ID TO WRK-ULTIMO-ID
           ELSE
           ELSE
               MOVE ZEROES TO WRK-FM-SHIPTO
           END-IF.
           MOVE SUSP-MOEDA       TO WRK-FM-MOEDA.

           OPEN EXTEND FREIGHT-RAW-FILE.
           IF WRK-FRAW-STATUS NOT = '00'
       0930-EXIT.
           EXIT.

      ******************************************************************
      * 0940-CONFERE-LINHAS - MESMA CRITICA S05/F08 DO PROGCOB053:
      * PEDIDO COM LINHAS NO ORDERLINES TEM O VALOR WRK-VALOR-CABEC
      * PROVADO CONTRA ELAS (FUNCAO 'P' DO ORDLUTIL). PEDIDO SEM ID OU
      * SEM LINHAS PASSA.
      ******************************************************************
       0940-CONFERE-LINHAS SECTION.
           MOVE 'S' TO WRK-LINHAS-OK.
           MOVE 0 TO LN-TOTAL.
           IF WRK-ID-N NOT NUMERIC
               GO TO 0940-EXIT
           END-IF.
           IF WRK-ID-N = 0
               GO TO 0940-EXIT
           END-IF.

           MOVE 'P' TO LN-FUNCAO.
           MOVE WRK-ID-N TO LN-PEDIDO.
           MOVE WRK-VALOR-CABEC TO LN-VALOR-PEDIDO.
           CALL 'ORDLUTIL' USING LN-PARM.
           IF LN-RETORNO = 'D'
               MOVE 'N' TO WRK-LINHAS-OK
           END-IF.
       0940-EXIT.
           EXIT.

       END PROGRAM PROGCOB110.
