       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB140.
      ******************************************************************
      *AUTHOR: CARLOS AMARAL
      *DATE: 15/10/2026
      *PURPOSE: CONCILIACAO DOS AUXILIARES COM AS CONTAS DE CONTROLE
      *         DO RAZAO NO FIM DO MES. O PROGCOB085 CONFERE VENDAS,
      *         DIARIO E A RECEITA 2001, MAS NINGUEM CONFERIA SE OS
      *         TITULOS EM ABERTO DO ARITEMS SOMAM O SALDO DA CONTA
      *         1101 CLIENTES, NEM SE OS DO APITEMS SOMAM AS CONTAS A
      *         PAGAR (2301 FRETES A PAGAR PARA OS TITULOS DAS
      *         TRANSPORTADORAS, 2302 FORNECEDORES A PAGAR PARA AS
      *         NOTAS DE MERCADORIA). PARA O ANO/MES INFORMADO, SOMA OS
      *         TITULOS EM ABERTO NO ULTIMO DIA DO MES (EMITIDOS ATE
      *         ELE E NAO BAIXADOS ATE ELE) E O SALDO DE CADA CONTA
      *         NA MESMA DATA (GLBALANCES MAIS AS LINHAS DO PERIODO
      *         ABERTO EM GLTRANSACTIONS ATE A DATA, MENOS AS LINHAS
      *         JA ARQUIVADAS EM GLTRANSARC DEPOIS DELA). CONTA QUE
      *         DIVERGE SAI NO RELATORIO CTLRECONRPT COM A DIFERENCA
      *         QUE JA VINHA DE ANTES DO MES E, DIA A DIA, O MOVIMENTO
      *         DOS TITULOS CONTRA O MOVIMENTO DO RAZAO, COM OS
      *         LANCAMENTOS E OS TITULOS DE CADA DIA QUE NAO FECHA.
      *         HAVENDO DIVERGENCIA, DEVOLVE RETURN-CODE 8, O QUE
      *         BLOQUEIA O FECHAMENTO DE MES DO PROGCOB106.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AR-ITEMS-FILE ASSIGN TO 'ARITEMS'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-AR-STATUS.

           SELECT AP-ITEMS-FILE ASSIGN TO 'APITEMS'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-AP-STATUS.

           SELECT GL-BALANCES-FILE ASSIGN TO 'GLBALANCES'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-SALDO-STATUS.

           SELECT GL-TRANSACTION-FILE ASSIGN TO 'GLTRANSACTIONS'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-GL-STATUS.

           SELECT GL-ARCHIVE-FILE ASSIGN TO 'GLTRANSARC'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-ARC-STATUS.

           SELECT RECON-REPORT-FILE ASSIGN TO 'CTLRECONRPT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AR-ITEMS-FILE.
           COPY 'ARITEMS-REC.cob'.

       FD  AP-ITEMS-FILE.
           COPY 'APITEMS-REC.cob'.

       FD  GL-BALANCES-FILE.
       01  GB-REGISTRO.
           02  GB-CONTA        PIC 9(04).
           02  GB-DEBITOS      PIC 9(11)V99.
           02  GB-CREDITOS     PIC 9(11)V99.

       FD  GL-TRANSACTION-FILE.
           COPY 'GLTXN-REC.cob'.

       FD  GL-ARCHIVE-FILE.
       01  GX-REGISTRO             PIC X(39).

       FD  RECON-REPORT-FILE.
       01  RR-LINHA                PIC X(132).

       WORKING-STORAGE SECTION.
           COPY 'DATEUTIL-PARM.cob'.

       77  WRK-AR-STATUS       PIC X(02)       VALUE SPACES.
       77  WRK-AR-EOF          PIC X(01)       VALUE 'N'.
           88  AR-ACABOU                       VALUE 'S'.
       77  WRK-AP-STATUS       PIC X(02)       VALUE SPACES.
       77  WRK-AP-EOF          PIC X(01)       VALUE 'N'.
           88  AP-ACABOU                       VALUE 'S'.
       77  WRK-SALDO-STATUS    PIC X(02)       VALUE SPACES.
       77  WRK-SALDO-EOF       PIC X(01)       VALUE 'N'.
           88  SALDO-ACABOU                    VALUE 'S'.
       77  WRK-GL-STATUS       PIC X(02)       VALUE SPACES.
       77  WRK-GL-EOF          PIC X(01)       VALUE 'N'.
           88  GL-ACABOU                       VALUE 'S'.
       77  WRK-ARC-STATUS      PIC X(02)       VALUE SPACES.
       77  WRK-ARC-EOF         PIC X(01)       VALUE 'N'.
           88  ARC-ACABOU                      VALUE 'S'.
       77  WRK-REPORT-STATUS   PIC X(02)       VALUE SPACES.

       77  WRK-ANO             PIC 9(04)       VALUE ZEROES.
       77  WRK-MES             PIC 9(02)       VALUE ZEROES.
       01  WRK-DATA-INI.
           02  WRK-INI-ANO     PIC 9(04).
           02  WRK-INI-MES     PIC 9(02).
           02  WRK-INI-DIA     PIC 9(02).
       01  WRK-DATA-REF.
           02  WRK-REF-ANO     PIC 9(04).
           02  WRK-REF-MES     PIC 9(02).
           02  WRK-REF-DIA     PIC 9(02).

      ******************************************************************
      * AS TRES CONTAS DE CONTROLE, COM A NATUREZA DO SALDO (D PARA
      * CLIENTES, C PARA AS CONTAS A PAGAR), O SALDO DOS TITULOS, O
      * SALDO DO RAZAO NA DATA E O MOVIMENTO DE CADA DIA DO MES NOS
      * DOIS LADOS (NA NATUREZA DA CONTA).
      ******************************************************************
       77  WRK-CTL-IDX         PIC 9(01)       VALUE ZEROES.
       77  WRK-CTL-POS         PIC 9(01)       VALUE ZEROES.
       01  WRK-TAB-CONTROLES.
           02  WRK-CTL-LINHA   OCCURS 3 TIMES.
               03  WRK-CTL-CONTA       PIC 9(04).
               03  WRK-CTL-NOME        PIC X(22).
               03  WRK-CTL-NATUREZA    PIC X(01).
               03  WRK-CTL-QTDE-TIT    PIC 9(05).
               03  WRK-CTL-SUB         PIC S9(11)V99.
               03  WRK-CTL-GL          PIC S9(11)V99.
               03  WRK-CTL-DIF         PIC S9(11)V99.
               03  WRK-CTL-DIF-MES     PIC S9(11)V99.
               03  WRK-CTL-DIA         OCCURS 31 TIMES.
                   04  WRK-DIA-SUB     PIC S9(11)V99.
                   04  WRK-DIA-GL      PIC S9(11)V99.

      ******************************************************************
      * LANCAMENTOS DO MES NAS CONTAS DE CONTROLE E MOVIMENTOS DOS
      * TITULOS NO MES (EMISSAO SOMA, BAIXA SUBTRAI), GUARDADOS PARA
      * LISTAR OS DIAS QUE NAO FECHAM.
      ******************************************************************
       77  WRK-LAN-QTD         PIC 9(04)       VALUE ZEROES.
       77  WRK-LAN-IDX         PIC 9(04)       VALUE ZEROES.
       77  WRK-LAN-FORA        PIC 9(05)       VALUE ZEROES.
       01  WRK-TAB-LANCAMENTOS.
           02  WRK-LAN-LINHA   OCCURS 3000 TIMES.
               03  WRK-LAN-CTL         PIC 9(01).
               03  WRK-LAN-DIA         PIC 9(02).
               03  WRK-LAN-TIPO        PIC X(01).
               03  WRK-LAN-VALOR       PIC 9(08)V99.
               03  WRK-LAN-OPERADOR    PIC X(10).
               03  WRK-LAN-CCUSTO      PIC X(04).
               03  WRK-LAN-ARQUIVO     PIC X(01).

       77  WRK-MOV-QTD         PIC 9(04)       VALUE ZEROES.
       77  WRK-MOV-IDX         PIC 9(04)       VALUE ZEROES.
       77  WRK-MOV-FORA        PIC 9(05)       VALUE ZEROES.
       01  WRK-TAB-MOVIMENTOS.
           02  WRK-MOV-LINHA   OCCURS 3000 TIMES.
               03  WRK-MOV-CTL         PIC 9(01).
               03  WRK-MOV-DIA         PIC 9(02).
               03  WRK-MOV-EVENTO      PIC X(07).
               03  WRK-MOV-TITULAR     PIC X(20).
               03  WRK-MOV-VALOR       PIC S9(08)V99.

      ******************************************************************
      * CAMPOS DE APOIO PARA APROPRIAR UM TITULO OU UMA LINHA DO RAZAO.
      ******************************************************************
       77  WRK-TIT-EMISSAO     PIC 9(08)       VALUE ZEROES.
       77  WRK-TIT-BAIXA       PIC 9(08)       VALUE ZEROES.
       77  WRK-TIT-VALOR       PIC 9(08)V99    VALUE ZEROES.
       77  WRK-TIT-TITULAR     PIC X(20)       VALUE SPACES.
       77  WRK-TIT-ABERTO      PIC X(01)       VALUE 'N'.
       77  WRK-DIA             PIC 9(02)       VALUE ZEROES.
       77  WRK-ORIGEM-LINHA    PIC X(01)       VALUE SPACES.
       77  WRK-VALOR-NAT       PIC S9(11)V99   VALUE ZEROES.

       77  WRK-QTDE-DIVERGE    PIC 9(01)       VALUE ZEROES.
       77  WRK-ED-SUB          PIC -ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.
       77  WRK-ED-GL           PIC -ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.
       77  WRK-ED-DIF          PIC -ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.
       77  WRK-ED-VALOR        PIC -ZZ.ZZZ.ZZ9,99     VALUE ZEROES.

       PROCEDURE DIVISION.

           DISPLAY 'ANO DA CONCILIACAO DOS AUXILIARES: '.
           ACCEPT WRK-ANO.
           DISPLAY 'MES DA CONCILIACAO (1 A 12): '.
           ACCEPT WRK-MES.

           PERFORM 0100-PREPARA.
           IF WRK-REF-DIA = 0
               DISPLAY 'ANO/MES INVALIDO - CONCILIACAO NAO FEITA'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 0200-SOMA-RECEBER.
           PERFORM 0300-SOMA-PAGAR.
           PERFORM 0400-SOMA-SALDOS.
           PERFORM 0500-SOMA-RAZAO.
           PERFORM 0700-IMPRIME-CONCILIACAO.

           IF WRK-QTDE-DIVERGE > 0
               DISPLAY 'CONTAS DE CONTROLE DIVERGENTES: '
                       WRK-QTDE-DIVERGE ' - VER CTLRECONRPT'
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY 'AUXILIARES CONCILIADOS COM O RAZAO EM '
                       WRK-DATA-REF
               MOVE 0 TO RETURN-CODE
           END-IF.

           GOBACK.

      ******************************************************************
      * 0100-PREPARA - PRIMEIRO E ULTIMO DIA DO MES (DATEUTIL FUNCAO
      * V) E AS TRES CONTAS DE CONTROLE ZERADAS. MES INVALIDO DEIXA O
      * DIA DE REFERENCIA ZERADO.
      ******************************************************************
       0100-PREPARA SECTION.
           MOVE WRK-ANO TO WRK-INI-ANO.
           MOVE WRK-MES TO WRK-INI-MES.
           MOVE 01      TO WRK-INI-DIA.
           MOVE WRK-ANO TO WRK-REF-ANO.
           MOVE WRK-MES TO WRK-REF-MES.
           MOVE 0       TO WRK-REF-DIA.
           IF WRK-MES < 1 OR WRK-MES > 12 OR WRK-ANO < 1900
               GO TO 0100-EXIT
           END-IF.

           MOVE 'V'     TO DU-FUNCAO.
           MOVE WRK-ANO TO DU-ANO.
           MOVE WRK-MES TO DU-MES.
           MOVE 01      TO DU-DIA.
           CALL 'DATEUTIL' USING DU-PARM.
           MOVE DU-ULT-DIA TO WRK-REF-DIA.

           MOVE 1101                   TO WRK-CTL-CONTA(1).
           MOVE 'CLIENTES'             TO WRK-CTL-NOME(1).
           MOVE 'D'                    TO WRK-CTL-NATUREZA(1).
           MOVE 2301                   TO WRK-CTL-CONTA(2).
           MOVE 'FRETES A PAGAR'       TO WRK-CTL-NOME(2).
           MOVE 'C'                    TO WRK-CTL-NATUREZA(2).
           MOVE 2302                   TO WRK-CTL-CONTA(3).
           MOVE 'FORNECEDORES A PAGAR' TO WRK-CTL-NOME(3).
           MOVE 'C'                    TO WRK-CTL-NATUREZA(3).
           PERFORM VARYING WRK-CTL-IDX FROM 1 BY 1
                   UNTIL WRK-CTL-IDX > 3
               MOVE 0 TO WRK-CTL-QTDE-TIT(WRK-CTL-IDX)
               MOVE 0 TO WRK-CTL-SUB(WRK-CTL-IDX)
               MOVE 0 TO WRK-CTL-GL(WRK-CTL-IDX)
               MOVE 0 TO WRK-CTL-DIF(WRK-CTL-IDX)
               MOVE 0 TO WRK-CTL-DIF-MES(WRK-CTL-IDX)
               PERFORM VARYING WRK-DIA FROM 1 BY 1 UNTIL WRK-DIA > 31
                   MOVE 0 TO WRK-DIA-SUB(WRK-CTL-IDX WRK-DIA)
                   MOVE 0 TO WRK-DIA-GL(WRK-CTL-IDX WRK-DIA)
               END-PERFORM
           END-PERFORM.
       0100-EXIT.
           EXIT.

      ******************************************************************
      * 0200-SOMA-RECEBER - TITULOS DO ARITEMS (VENDA E ENCARGOS)
      * CONTRA A CONTA 1101. TITULO PAGO ('P') OU BAIXADO POR PERDA
      * ('X') TEM A DATA DA BAIXA EM AR-DATA-PAGTO.
      ******************************************************************
       0200-SOMA-RECEBER SECTION.
           OPEN INPUT AR-ITEMS-FILE.
           IF WRK-AR-STATUS NOT = '00'
               GO TO 0200-EXIT
           END-IF.

           MOVE 1 TO WRK-CTL-POS.
           PERFORM UNTIL AR-ACABOU
               READ AR-ITEMS-FILE
                   AT END
                       MOVE 'S' TO WRK-AR-EOF
                   NOT AT END
                       MOVE AR-EMISSAO TO WRK-TIT-EMISSAO
                       MOVE AR-VALOR   TO WRK-TIT-VALOR
                       IF TITULO-ABERTO OR AR-DATA-PAGTO NOT NUMERIC
                           MOVE 0 TO WRK-TIT-BAIXA
                       ELSE
                           MOVE AR-DATA-PAGTO TO WRK-TIT-BAIXA
                       END-IF
                       MOVE SPACES TO WRK-TIT-TITULAR
                       STRING 'CLIENTE ' AR-CLIENTE
                           DELIMITED BY SIZE INTO WRK-TIT-TITULAR
                       END-STRING
                       PERFORM 0600-APROPRIA-TITULO
               END-READ
           END-PERFORM.

           CLOSE AR-ITEMS-FILE.
       0200-EXIT.
           EXIT.

      ******************************************************************
      * 0300-SOMA-PAGAR - TITULOS DO APITEMS: FRETE (AP-TIPO 'T' OU
      * BRANCO) CONTRA A 2301, MERCADORIA ('M') CONTRA A 2302.
      ******************************************************************
       0300-SOMA-PAGAR SECTION.
           OPEN INPUT AP-ITEMS-FILE.
           IF WRK-AP-STATUS NOT = '00'
               GO TO 0300-EXIT
           END-IF.

           PERFORM UNTIL AP-ACABOU
               READ AP-ITEMS-FILE
                   AT END
                       MOVE 'S' TO WRK-AP-EOF
                   NOT AT END
                       MOVE AP-EMISSAO TO WRK-TIT-EMISSAO
                       MOVE AP-VALOR   TO WRK-TIT-VALOR
                       IF TITULO-AP-ABERTO
                           OR AP-DATA-PAGTO NOT NUMERIC
                           MOVE 0 TO WRK-TIT-BAIXA
                       ELSE
                           MOVE AP-DATA-PAGTO TO WRK-TIT-BAIXA
                       END-IF
                       MOVE SPACES TO WRK-TIT-TITULAR
                       IF TITULO-AP-MERCADORIA
                           MOVE 3 TO WRK-CTL-POS
                           STRING 'FORN ' AP-FORNECEDOR
                               DELIMITED BY SIZE INTO WRK-TIT-TITULAR
                           END-STRING
                       ELSE
                           MOVE 2 TO WRK-CTL-POS
                           STRING 'TRANSP ' AP-TRANSP
                               DELIMITED BY SIZE INTO WRK-TIT-TITULAR
                           END-STRING
                       END-IF
                       PERFORM 0600-APROPRIA-TITULO
               END-READ
           END-PERFORM.

           CLOSE AP-ITEMS-FILE.
       0300-EXIT.
           EXIT.

      ******************************************************************
      * 0400-SOMA-SALDOS - SALDOS DOS PERIODOS JA FECHADOS (GLBALANCES,
      * GRAVADO PELO PROGCOB073) DAS TRES CONTAS DE CONTROLE.
      ******************************************************************
       0400-SOMA-SALDOS SECTION.
           OPEN INPUT GL-BALANCES-FILE.
           IF WRK-SALDO-STATUS NOT = '00'
               GO TO 0400-EXIT
           END-IF.

           PERFORM UNTIL SALDO-ACABOU
               READ GL-BALANCES-FILE
                   AT END
                       MOVE 'S' TO WRK-SALDO-EOF
                   NOT AT END
                       MOVE GB-CONTA TO GL-CONTA
                       PERFORM 0650-ACHA-CONTROLE
                       IF WRK-CTL-POS > 0
                           IF WRK-CTL-NATUREZA(WRK-CTL-POS) = 'D'
                               COMPUTE WRK-CTL-GL(WRK-CTL-POS) =
                                   WRK-CTL-GL(WRK-CTL-POS)
                                   + GB-DEBITOS - GB-CREDITOS
                           ELSE
                               COMPUTE WRK-CTL-GL(WRK-CTL-POS) =
                                   WRK-CTL-GL(WRK-CTL-POS)
                                   + GB-CREDITOS - GB-DEBITOS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE GL-BALANCES-FILE.
       0400-EXIT.
           EXIT.

      ******************************************************************
      * 0500-SOMA-RAZAO - LINHAS DAS CONTAS DE CONTROLE NO ARQUIVO
      * MORTO (JA DENTRO DO GLBALANCES) E NO PERIODO ABERTO.
      ******************************************************************
       0500-SOMA-RAZAO SECTION.
           OPEN INPUT GL-ARCHIVE-FILE.
           IF WRK-ARC-STATUS = '00'
               MOVE 'A' TO WRK-ORIGEM-LINHA
               PERFORM UNTIL ARC-ACABOU
                   READ GL-ARCHIVE-FILE
                       AT END
                           MOVE 'S' TO WRK-ARC-EOF
                       NOT AT END
                           MOVE GX-REGISTRO TO GL-REGISTRO
                           PERFORM 0550-APROPRIA-LINHA
                   END-READ
               END-PERFORM
               CLOSE GL-ARCHIVE-FILE
           END-IF.

           OPEN INPUT GL-TRANSACTION-FILE.
           IF WRK-GL-STATUS = '00'
               MOVE 'T' TO WRK-ORIGEM-LINHA
               PERFORM UNTIL GL-ACABOU
                   READ GL-TRANSACTION-FILE
                       AT END
                           MOVE 'S' TO WRK-GL-EOF
                       NOT AT END
                           PERFORM 0550-APROPRIA-LINHA
                   END-READ
               END-PERFORM
               CLOSE GL-TRANSACTION-FILE
           END-IF.

      ******************************************************************
      * 0550-APROPRIA-LINHA - UMA LINHA DO RAZAO NA NATUREZA DA CONTA.
      * NO PERIODO ABERTO ('T'), A LINHA ATE A DATA DE REFERENCIA (OU
      * SEM DATA, DAS ANTIGAS) ENTRA NO SALDO; NO ARQUIVO MORTO ('A'),
      * QUE JA ESTA NO GLBALANCES, A LINHA DEPOIS DA DATA SAI DELE.
      * LINHA DO MES, DE QUALQUER DOS DOIS, ENTRA NO MOVIMENTO DO DIA.
      ******************************************************************
       0550-APROPRIA-LINHA SECTION.
           PERFORM 0650-ACHA-CONTROLE.
           IF WRK-CTL-POS = 0
               GO TO 0550-EXIT
           END-IF.

           IF WRK-CTL-NATUREZA(WRK-CTL-POS) = GL-TIPO
               MOVE GL-VALOR TO WRK-VALOR-NAT
           ELSE
               COMPUTE WRK-VALOR-NAT = 0 - GL-VALOR
           END-IF.

           IF GL-DATA NOT NUMERIC OR GL-DATA = 0
               IF WRK-ORIGEM-LINHA = 'T'
                   ADD WRK-VALOR-NAT TO WRK-CTL-GL(WRK-CTL-POS)
               END-IF
               GO TO 0550-EXIT
           END-IF.

           IF WRK-ORIGEM-LINHA = 'T'
               IF GL-DATA <= WRK-DATA-REF
                   ADD WRK-VALOR-NAT TO WRK-CTL-GL(WRK-CTL-POS)
               END-IF
           ELSE
               IF GL-DATA > WRK-DATA-REF
                   SUBTRACT WRK-VALOR-NAT FROM WRK-CTL-GL(WRK-CTL-POS)
               END-IF
           END-IF.

           IF GL-DATA < WRK-DATA-INI OR GL-DATA > WRK-DATA-REF
               GO TO 0550-EXIT
           END-IF.

           MOVE GL-DATA(7:2) TO WRK-DIA.
           ADD WRK-VALOR-NAT TO WRK-DIA-GL(WRK-CTL-POS WRK-DIA).
           IF WRK-LAN-QTD < 3000
               ADD 1 TO WRK-LAN-QTD
               MOVE WRK-CTL-POS  TO WRK-LAN-CTL(WRK-LAN-QTD)
               MOVE WRK-DIA      TO WRK-LAN-DIA(WRK-LAN-QTD)
               MOVE GL-TIPO      TO WRK-LAN-TIPO(WRK-LAN-QTD)
               MOVE GL-VALOR     TO WRK-LAN-VALOR(WRK-LAN-QTD)
               MOVE GL-OPERADOR  TO WRK-LAN-OPERADOR(WRK-LAN-QTD)
               MOVE GL-CCUSTO    TO WRK-LAN-CCUSTO(WRK-LAN-QTD)
               MOVE WRK-ORIGEM-LINHA TO WRK-LAN-ARQUIVO(WRK-LAN-QTD)
           ELSE
               ADD 1 TO WRK-LAN-FORA
           END-IF.
       0550-EXIT.
           EXIT.

      ******************************************************************
      * 0600-APROPRIA-TITULO - TITULO EMITIDO ATE A DATA DE REFERENCIA
      * E NAO BAIXADO ATE ELA ENTRA NO SALDO DO AUXILIAR DA CONTA
      * WRK-CTL-POS. EMISSAO NO MES SOMA NO MOVIMENTO DO DIA; BAIXA NO
      * MES SUBTRAI.
      ******************************************************************
       0600-APROPRIA-TITULO SECTION.
           IF WRK-TIT-EMISSAO NOT NUMERIC OR WRK-TIT-EMISSAO = 0
               OR WRK-TIT-EMISSAO > WRK-DATA-REF
               GO TO 0600-EXIT
           END-IF.

           MOVE 'N' TO WRK-TIT-ABERTO.
           IF WRK-TIT-BAIXA = 0 OR WRK-TIT-BAIXA > WRK-DATA-REF
               MOVE 'S' TO WRK-TIT-ABERTO
               ADD 1 TO WRK-CTL-QTDE-TIT(WRK-CTL-POS)
               ADD WRK-TIT-VALOR TO WRK-CTL-SUB(WRK-CTL-POS)
           END-IF.

           IF WRK-TIT-EMISSAO >= WRK-DATA-INI
               MOVE WRK-TIT-EMISSAO(7:2) TO WRK-DIA
               ADD WRK-TIT-VALOR TO WRK-DIA-SUB(WRK-CTL-POS WRK-DIA)
               IF WRK-MOV-QTD < 3000
                   ADD 1 TO WRK-MOV-QTD
                   MOVE WRK-CTL-POS     TO WRK-MOV-CTL(WRK-MOV-QTD)
                   MOVE WRK-DIA         TO WRK-MOV-DIA(WRK-MOV-QTD)
                   MOVE 'EMISSAO'       TO WRK-MOV-EVENTO(WRK-MOV-QTD)
                   MOVE WRK-TIT-TITULAR TO WRK-MOV-TITULAR(WRK-MOV-QTD)
                   MOVE WRK-TIT-VALOR   TO WRK-MOV-VALOR(WRK-MOV-QTD)
               ELSE
                   ADD 1 TO WRK-MOV-FORA
               END-IF
           END-IF.

           IF WRK-TIT-ABERTO = 'S' OR WRK-TIT-BAIXA < WRK-DATA-INI
               GO TO 0600-EXIT
           END-IF.

           MOVE WRK-TIT-BAIXA(7:2) TO WRK-DIA.
           SUBTRACT WRK-TIT-VALOR FROM WRK-DIA-SUB(WRK-CTL-POS WRK-DIA).
           IF WRK-MOV-QTD < 3000
               ADD 1 TO WRK-MOV-QTD
               MOVE WRK-CTL-POS     TO WRK-MOV-CTL(WRK-MOV-QTD)
               MOVE WRK-DIA         TO WRK-MOV-DIA(WRK-MOV-QTD)
               MOVE 'BAIXA'         TO WRK-MOV-EVENTO(WRK-MOV-QTD)
               MOVE WRK-TIT-TITULAR TO WRK-MOV-TITULAR(WRK-MOV-QTD)
               COMPUTE WRK-MOV-VALOR(WRK-MOV-QTD) = 0 - WRK-TIT-VALOR
           ELSE
               ADD 1 TO WRK-MOV-FORA
           END-IF.
       0600-EXIT.
           EXIT.

      ******************************************************************
      * 0650-ACHA-CONTROLE - POSICAO DE GL-CONTA NA TABELA DAS CONTAS
      * DE CONTROLE (ZERO QUANDO NAO E UMA DELAS).
      ******************************************************************
       0650-ACHA-CONTROLE SECTION.
           MOVE 0 TO WRK-CTL-POS.
           PERFORM VARYING WRK-CTL-IDX FROM 1 BY 1
                   UNTIL WRK-CTL-IDX > 3 OR WRK-CTL-POS > 0
               IF WRK-CTL-CONTA(WRK-CTL-IDX) = GL-CONTA
                   MOVE WRK-CTL-IDX TO WRK-CTL-POS
               END-IF
           END-PERFORM.

      ******************************************************************
      * 0700-IMPRIME-CONCILIACAO - UMA LINHA POR CONTA DE CONTROLE COM
      * OS DOIS SALDOS E O VEREDITO; A CONTA QUE DIVERGE GANHA A
      * EXPLICACAO DA DIFERENCA (0750).
      ******************************************************************
       0700-IMPRIME-CONCILIACAO SECTION.
           OPEN OUTPUT RECON-REPORT-FILE.
           MOVE SPACES TO RR-LINHA.
           STRING 'CONCILIACAO AUXILIARES X CONTAS DE CONTROLE EM '
                  WRK-DATA-REF
               DELIMITED BY SIZE INTO RR-LINHA
           END-STRING
           WRITE RR-LINHA.
           MOVE SPACES TO RR-LINHA.
           WRITE RR-LINHA FROM '-------------------------------------'.

           PERFORM VARYING WRK-CTL-IDX FROM 1 BY 1
                   UNTIL WRK-CTL-IDX > 3
               COMPUTE WRK-CTL-DIF(WRK-CTL-IDX) =
                   WRK-CTL-SUB(WRK-CTL-IDX) - WRK-CTL-GL(WRK-CTL-IDX)
               MOVE WRK-CTL-SUB(WRK-CTL-IDX) TO WRK-ED-SUB
               MOVE WRK-CTL-GL(WRK-CTL-IDX)  TO WRK-ED-GL
               MOVE WRK-CTL-DIF(WRK-CTL-IDX) TO WRK-ED-DIF
               MOVE SPACES TO RR-LINHA
               STRING WRK-CTL-CONTA(WRK-CTL-IDX) ' '
                      WRK-CTL-NOME(WRK-CTL-IDX)
                      ' TITULOS ' WRK-CTL-QTDE-TIT(WRK-CTL-IDX)
                      ' AUXILIAR ' WRK-ED-SUB
                      ' RAZAO ' WRK-ED-GL
                      ' DIF ' WRK-ED-DIF
                   DELIMITED BY SIZE INTO RR-LINHA
               END-STRING
               IF WRK-CTL-DIF(WRK-CTL-IDX) = 0
                   MOVE ' OK' TO RR-LINHA(124:3)
                   WRITE RR-LINHA
               ELSE
                   MOVE ' DIVERGE' TO RR-LINHA(124:8)
                   WRITE RR-LINHA
                   ADD 1 TO WRK-QTDE-DIVERGE
                   PERFORM 0750-EXPLICA-DIFERENCA
               END-IF
           END-PERFORM.

           MOVE SPACES TO RR-LINHA.
           WRITE RR-LINHA FROM '-------------------------------------'.
           IF WRK-LAN-FORA > 0 OR WRK-MOV-FORA > 0
               MOVE SPACES TO RR-LINHA
               STRING 'MOVIMENTOS ALEM DA TABELA (NAO LISTADOS): '
                      'RAZAO ' WRK-LAN-FORA ' TITULOS ' WRK-MOV-FORA
                   DELIMITED BY SIZE INTO RR-LINHA
               END-STRING
               WRITE RR-LINHA
           END-IF.
           MOVE SPACES TO RR-LINHA.
           IF WRK-QTDE-DIVERGE = 0
               WRITE RR-LINHA FROM
                   'AUXILIARES CONCILIADOS - FECHAMENTO LIBERADO'
           ELSE
               WRITE RR-LINHA FROM
                   'CONTA DE CONTROLE DIVERGENTE - FECHAMENTO BLOQUEADO'
           END-IF.

           CLOSE RECON-REPORT-FILE.

      ******************************************************************
      * 0750-EXPLICA-DIFERENCA - A DIFERENCA DA CONTA WRK-CTL-IDX SE
      * ABRE NO QUE JA VINHA DE ANTES DO MES E NOS DIAS DO MES EM QUE
      * O MOVIMENTO DOS TITULOS NAO BATE COM O DO RAZAO; PARA CADA UM
      * DESSES DIAS SAEM OS LANCAMENTOS DO RAZAO E OS TITULOS.
      ******************************************************************
       0750-EXPLICA-DIFERENCA SECTION.
           MOVE 0 TO WRK-CTL-DIF-MES(WRK-CTL-IDX).
           PERFORM VARYING WRK-DIA FROM 1 BY 1
                   UNTIL WRK-DIA > WRK-REF-DIA
               COMPUTE WRK-CTL-DIF-MES(WRK-CTL-IDX) =
                   WRK-CTL-DIF-MES(WRK-CTL-IDX)
                   + WRK-DIA-SUB(WRK-CTL-IDX WRK-DIA)
                   - WRK-DIA-GL(WRK-CTL-IDX WRK-DIA)
           END-PERFORM.

           COMPUTE WRK-VALOR-NAT =
               WRK-CTL-DIF(WRK-CTL-IDX) - WRK-CTL-DIF-MES(WRK-CTL-IDX).
           MOVE WRK-VALOR-NAT TO WRK-ED-DIF.
           MOVE SPACES TO RR-LINHA.
           STRING '     DIFERENCA QUE VEM DE ANTES DE '
                  WRK-DATA-INI ': ' WRK-ED-DIF
               DELIMITED BY SIZE INTO RR-LINHA
           END-STRING
           WRITE RR-LINHA.

           PERFORM VARYING WRK-DIA FROM 1 BY 1
                   UNTIL WRK-DIA > WRK-REF-DIA
               IF WRK-DIA-SUB(WRK-CTL-IDX WRK-DIA) NOT =
                  WRK-DIA-GL(WRK-CTL-IDX WRK-DIA)
                   PERFORM 0760-IMPRIME-DIA
               END-IF
           END-PERFORM.

      ******************************************************************
      * 0760-IMPRIME-DIA - O DIA WRK-DIA DA CONTA WRK-CTL-IDX: OS DOIS
      * MOVIMENTOS E A DIFERENCA, OS LANCAMENTOS DO RAZAO (ARQUIVO
      * MORTO OU PERIODO ABERTO, COM O PROGRAMA OU USUARIO QUE
      * LANCOU) E OS TITULOS EMITIDOS E BAIXADOS NO DIA.
      ******************************************************************
       0760-IMPRIME-DIA SECTION.
           MOVE WRK-DIA-SUB(WRK-CTL-IDX WRK-DIA) TO WRK-ED-SUB.
           MOVE WRK-DIA-GL(WRK-CTL-IDX WRK-DIA)  TO WRK-ED-GL.
           COMPUTE WRK-VALOR-NAT =
               WRK-DIA-SUB(WRK-CTL-IDX WRK-DIA)
               - WRK-DIA-GL(WRK-CTL-IDX WRK-DIA).
           MOVE WRK-VALOR-NAT TO WRK-ED-DIF.
           MOVE SPACES TO RR-LINHA.
           STRING '     DIA ' WRK-DIA '/' WRK-REF-MES '/' WRK-REF-ANO
                  ' MOV. TITULOS ' WRK-ED-SUB
                  ' MOV. RAZAO ' WRK-ED-GL
                  ' DIF ' WRK-ED-DIF
               DELIMITED BY SIZE INTO RR-LINHA
           END-STRING
           WRITE RR-LINHA.

           PERFORM VARYING WRK-LAN-IDX FROM 1 BY 1
                   UNTIL WRK-LAN-IDX > WRK-LAN-QTD
               IF WRK-LAN-CTL(WRK-LAN-IDX) = WRK-CTL-IDX
                   AND WRK-LAN-DIA(WRK-LAN-IDX) = WRK-DIA
                   MOVE WRK-LAN-VALOR(WRK-LAN-IDX) TO WRK-ED-VALOR
                   MOVE SPACES TO RR-LINHA
                   STRING '          RAZAO   '
                          WRK-CTL-CONTA(WRK-CTL-IDX) ' '
                          WRK-LAN-TIPO(WRK-LAN-IDX) ' '
                          WRK-ED-VALOR
                          ' POR ' WRK-LAN-OPERADOR(WRK-LAN-IDX)
                          ' CC ' WRK-LAN-CCUSTO(WRK-LAN-IDX)
                       DELIMITED BY SIZE INTO RR-LINHA
                   END-STRING
                   IF WRK-LAN-ARQUIVO(WRK-LAN-IDX) = 'A'
                       MOVE ' (GLTRANSARC)' TO RR-LINHA(80:13)
                   END-IF
                   WRITE RR-LINHA
               END-IF
           END-PERFORM.

           PERFORM VARYING WRK-MOV-IDX FROM 1 BY 1
                   UNTIL WRK-MOV-IDX > WRK-MOV-QTD
               IF WRK-MOV-CTL(WRK-MOV-IDX) = WRK-CTL-IDX
                   AND WRK-MOV-DIA(WRK-MOV-IDX) = WRK-DIA
                   MOVE WRK-MOV-VALOR(WRK-MOV-IDX) TO WRK-ED-VALOR
                   MOVE SPACES TO RR-LINHA
                   STRING '          TITULO  '
                          WRK-MOV-EVENTO(WRK-MOV-IDX) ' '
                          WRK-MOV-TITULAR(WRK-MOV-IDX) ' '
                          WRK-ED-VALOR
                       DELIMITED BY SIZE INTO RR-LINHA
                   END-STRING
                   WRITE RR-LINHA
               END-IF
           END-PERFORM.

       END PROGRAM PROGCOB140.
