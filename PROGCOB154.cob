       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB154.
      ******************************************************************
      *AUTHOR: CARLOS AMARAL
      *DATE: 15/10/2026
      *PURPOSE: PROVISAO DE FRETE NO FIM DO MES. A TRANSPORTADORA
      *         FATURA SEMANAS DEPOIS DO EMBARQUE E O PROGCOB041 SO
      *         LANCA A DESPESA QUANDO A FATURA CHEGA, DE MODO QUE O
      *         FRETE CAIA NO MES ERRADO. PARA O ANO/MES INFORMADO, LE
      *         OS EMBARQUES DO MES NO FREIGHTAUDIT, CASA CADA LINHA
      *         FATURADA DO CARRIERINV COM UM EMBARQUE (MESMA DATA E
      *         UF, MESMA REGRA DO PROGCOB041) E PROVISIONA OS QUE
      *         FICARAM SEM FATURA PELO FRETE COTADO NA POSTAGEM
      *         (FRETE=): UM PAR NO RAZAO POR TRANSPORTADORA E FILIAL,
      *         D 3002 DESPESA DE FRETES / C 2303 FRETES PROVISIONADOS
      *         A PAGAR, NO CENTRO DE CUSTO DA FILIAL (F + FILIAL),
      *         DATADO DO ULTIMO DIA DO MES. CADA EMBARQUE PROVISIONADO
      *         VAI PARA O FRTACCRUAL, DE ONDE A CONFERENCIA DE FATURA
      *         (PROGCOB041) ESTORNA A PROVISAO QUANDO A FATURA CASAR.
      *         IMPRIME O FRTACCRPT POR TRANSPORTADORA. COMPETENCIA JA
      *         PROVISIONADA NAO E LANCADA DE NOVO; ANO/MES INVALIDO
      *         DEVOLVE RETURN-CODE 8.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FREIGHT-AUDIT-FILE ASSIGN TO 'FREIGHTAUDIT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-AUDIT-STATUS.

           SELECT CARRIER-INVOICE-FILE ASSIGN TO 'CARRIERINV'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FATURA-STATUS.

           SELECT CARRIER-MASTER-FILE ASSIGN TO 'CARRIERMASTER'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-CARRIER-STATUS.

           SELECT FREIGHT-ACCRUAL-FILE ASSIGN TO 'FRTACCRUAL'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-PROV-STATUS.

           SELECT GL-TRANSACTION-FILE ASSIGN TO 'GLTRANSACTIONS'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-GL-STATUS.

           SELECT ACCRUAL-REPORT-FILE ASSIGN TO 'FRTACCRPT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FREIGHT-AUDIT-FILE.
       01  FA-LINHA                PIC X(200).

       FD  CARRIER-INVOICE-FILE.
       01  CI-REGISTRO.
           02  CI-DATA             PIC 9(08).
           02  CI-ESTADO           PIC X(02).
           02  CI-PESO             PIC 9(05)V99.
           02  CI-VALOR            PIC 9(06)V99.
           02  CI-TRANSP           PIC 9(03).

       FD  CARRIER-MASTER-FILE.
       01  TR-REGISTRO.
           02  TR-CODIGO           PIC 9(03).
           02  TR-NOME             PIC X(30).

       FD  FREIGHT-ACCRUAL-FILE.
           COPY 'FRTACCR-REC.cob'.

       FD  GL-TRANSACTION-FILE.
           COPY 'GLTXN-REC.cob'.

       FD  ACCRUAL-REPORT-FILE.
       01  FP-LINHA                PIC X(100).

       WORKING-STORAGE SECTION.
       77  WRK-AUDIT-STATUS    PIC X(02)       VALUE SPACES.
       77  WRK-AUDIT-EOF       PIC X(01)       VALUE 'N'.
           88  AUDIT-ACABOU                    VALUE 'S'.
       77  WRK-FATURA-STATUS   PIC X(02)       VALUE SPACES.
       77  WRK-FATURA-EOF      PIC X(01)       VALUE 'N'.
           88  FATURA-ACABOU                   VALUE 'S'.
       77  WRK-CARRIER-STATUS  PIC X(02)       VALUE SPACES.
       77  WRK-CARRIER-EOF     PIC X(01)       VALUE 'N'.
           88  CARRIER-ACABOU                  VALUE 'S'.
       77  WRK-PROV-STATUS     PIC X(02)       VALUE SPACES.
       77  WRK-PROV-EOF        PIC X(01)       VALUE 'N'.
           88  PROV-ACABOU                     VALUE 'S'.
       77  WRK-GL-STATUS       PIC X(02)       VALUE SPACES.
       77  WRK-REPORT-STATUS   PIC X(02)       VALUE SPACES.

       77  WRK-ANO             PIC 9(04)       VALUE ZEROES.
       77  WRK-MES             PIC 9(02)       VALUE ZEROES.
       77  WRK-COMPETENCIA     PIC 9(06)       VALUE ZEROES.
       77  WRK-JA-PROVISIONADA PIC X(01)       VALUE 'N'.
           88  COMPETENCIA-PROVISIONADA        VALUE 'S'.
       01  WRK-DATA-REF.
           02  WRK-REF-ANO     PIC 9(04)       VALUE ZEROES.
           02  WRK-REF-MES     PIC 9(02)       VALUE ZEROES.
           02  WRK-REF-DIA     PIC 9(02)       VALUE ZEROES.
       77  WRK-DATA-REF-NUM    PIC 9(08)       VALUE ZEROES.

      ******************************************************************
      * CAMPOS DE APOIO PARA QUEBRAR A LINHA DO FREIGHTAUDIT (DATA
      * DD/MM/YYYY NO INICIO, ESTADO NO QUARTO CAMPO E OS ROTULOS
      * FRETE=, TRANSP= E FILIAL=), MESMA MECANICA DO PROGCOB041.
      * LINHA ANTIGA SEM FILIAL= E TRATADA COMO FILIAL 01.
      ******************************************************************
       77  WRK-FA-DATA         PIC X(10)       VALUE SPACES.
       77  WRK-FA-ITENS        PIC X(20)       VALUE SPACES.
       77  WRK-FA-PRODUTOS     PIC X(60)       VALUE SPACES.
       77  WRK-FA-ESTADO       PIC X(02)       VALUE SPACES.
       77  WRK-FA-ANTES        PIC X(200)      VALUE SPACES.
       77  WRK-FA-DEPOIS       PIC X(200)      VALUE SPACES.
       77  WRK-FA-CAMPO        PIC X(20)       VALUE SPACES.
       01  WRK-FA-FRETE-X      PIC X(08)       VALUE SPACES.
       01  WRK-FA-FRETE        REDEFINES WRK-FA-FRETE-X
                               PIC 9(06)V99.
       01  WRK-FA-TRANSP-X     PIC X(03)       VALUE SPACES.
       01  WRK-FA-TRANSP       REDEFINES WRK-FA-TRANSP-X
                               PIC 9(03).
       01  WRK-FA-FILIAL-X     PIC X(02)       VALUE SPACES.
       01  WRK-FA-FILIAL       REDEFINES WRK-FA-FILIAL-X
                               PIC 9(02).
       01  WRK-FA-DATA-NUM.
           02  WRK-FA-NUM-ANO  PIC X(04).
           02  WRK-FA-NUM-MES  PIC X(02).
           02  WRK-FA-NUM-DIA  PIC X(02).

      ******************************************************************
      * EMBARQUES DO MES EM MEMORIA, COM O FLAG DE JA CASADO COM UMA
      * LINHA FATURADA DO CARRIERINV.
      ******************************************************************
       77  WRK-EMB-QTD         PIC 9(04)       VALUE ZEROES.
       77  WRK-EMB-IDX         PIC 9(04)       VALUE ZEROES.
       77  WRK-EMB-POS         PIC 9(04)       VALUE ZEROES.
       01  WRK-TAB-EMBARQUES.
           02  WRK-EMB-LINHA   OCCURS 2000 TIMES.
               03  WRK-EMB-DATA        PIC 9(08).
               03  WRK-EMB-ESTADO      PIC X(02).
               03  WRK-EMB-TRANSP      PIC 9(03).
               03  WRK-EMB-FILIAL      PIC 9(02).
               03  WRK-EMB-FRETE       PIC 9(06)V99.
               03  WRK-EMB-CASADO      PIC X(01).

      ******************************************************************
      * PROVISAO SOMADA POR TRANSPORTADORA E FILIAL, EM ORDEM DE
      * TRANSPORTADORA + FILIAL, E O NOME DA TRANSPORTADORA.
      ******************************************************************
       77  WRK-PRV-QTD         PIC 9(03)       VALUE ZEROES.
       77  WRK-PRV-IDX         PIC 9(03)       VALUE ZEROES.
       77  WRK-PRV-POS         PIC 9(03)       VALUE ZEROES.
       77  WRK-PRV-DEST        PIC 9(03)       VALUE ZEROES.
       01  WRK-TAB-PROVISAO.
           02  WRK-PRV-LINHA   OCCURS 200 TIMES.
               03  WRK-PRV-TRANSP      PIC 9(03).
               03  WRK-PRV-FILIAL      PIC 9(02).
               03  WRK-PRV-QTDE        PIC 9(05).
               03  WRK-PRV-VALOR       PIC 9(08)V99.

       77  WRK-TRP-QTD         PIC 9(03)       VALUE ZEROES.
       77  WRK-TRP-IDX         PIC 9(03)       VALUE ZEROES.
       01  WRK-TAB-TRANSP.
           02  WRK-TRP-LINHA   OCCURS 100 TIMES.
               03  WRK-TRP-CODIGO      PIC 9(03).
               03  WRK-TRP-NOME        PIC X(30).
       77  WRK-TRANSP-NOME     PIC X(30)       VALUE SPACES.

       77  WRK-TRANSP-ANT      PIC 9(03)       VALUE ZEROES.
       77  WRK-SUB-QTDE        PIC 9(05)       VALUE ZEROES.
       77  WRK-SUB-VALOR       PIC 9(08)V99    VALUE ZEROES.
       77  WRK-TOT-QTDE        PIC 9(05)       VALUE ZEROES.
       77  WRK-TOT-VALOR       PIC 9(10)V99    VALUE ZEROES.
       77  WRK-QTDE-EMB-MES    PIC 9(05)       VALUE ZEROES.
       77  WRK-QTDE-FATURADOS  PIC 9(05)       VALUE ZEROES.
       77  WRK-QTDE-LANC       PIC 9(05)       VALUE ZEROES.

       77  WRK-ED-VALOR        PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROES.
       77  WRK-ED-TOTAL        PIC Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.

           COPY 'DATEUTIL-PARM.cob'.

       PROCEDURE DIVISION.

           DISPLAY 'ANO DA PROVISAO DE FRETE: '.
           ACCEPT WRK-ANO.
           DISPLAY 'MES DA PROVISAO DE FRETE (1 A 12): '.
           ACCEPT WRK-MES.

           MOVE 'V'     TO DU-FUNCAO.
           MOVE WRK-ANO TO DU-ANO.
           MOVE WRK-MES TO DU-MES.
           MOVE 01      TO DU-DIA.
           CALL 'DATEUTIL' USING DU-PARM.
           IF DU-RETORNO NOT = 'S'
               DISPLAY 'ANO/MES INVALIDO - PROVISAO NAO FEITA'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WRK-ANO    TO WRK-REF-ANO.
           MOVE WRK-MES    TO WRK-REF-MES.
           MOVE DU-ULT-DIA TO WRK-REF-DIA.
           MOVE WRK-DATA-REF TO WRK-DATA-REF-NUM.
           COMPUTE WRK-COMPETENCIA = WRK-ANO * 100 + WRK-MES.

           PERFORM 0100-CONFERE-PROVISIONADA.
           IF COMPETENCIA-PROVISIONADA
               DISPLAY 'FRETE DE ' WRK-COMPETENCIA
                       ' JA PROVISIONADO - NADA A FAZER'
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 0150-CARREGA-TRANSPORTADORAS.
           PERFORM 0200-CARREGA-EMBARQUES.
           PERFORM 0300-CASA-FATURAS.
           PERFORM 0400-APURA-PROVISAO.

           IF WRK-PRV-QTD > 0
               PERFORM 0500-POSTA-PROVISAO
           END-IF.

           OPEN OUTPUT ACCRUAL-REPORT-FILE.
           PERFORM 0600-IMPRIME-RELATORIO.
           CLOSE ACCRUAL-REPORT-FILE.

           MOVE WRK-TOT-VALOR TO WRK-ED-TOTAL.
           DISPLAY 'FRETE PROVISIONADO DE ' WRK-COMPETENCIA ': '
                   WRK-TOT-QTDE ' EMBARQUES, ' WRK-ED-TOTAL.
           MOVE 0 TO RETURN-CODE.

           STOP RUN.

      ******************************************************************
      * 0100-CONFERE-PROVISIONADA - A COMPETENCIA SO E PROVISIONADA UMA
      * VEZ: BASTA UMA LINHA DELA NO FRTACCRUAL.
      ******************************************************************
       0100-CONFERE-PROVISIONADA SECTION.
           MOVE 'N' TO WRK-JA-PROVISIONADA.
           OPEN INPUT FREIGHT-ACCRUAL-FILE.
           IF WRK-PROV-STATUS NOT = '00'
               GO TO 0100-EXIT
           END-IF.

           PERFORM UNTIL PROV-ACABOU
               READ FREIGHT-ACCRUAL-FILE
                   AT END
                       MOVE 'S' TO WRK-PROV-EOF
                   NOT AT END
                       IF FR-COMPETENCIA = WRK-COMPETENCIA
                           MOVE 'S' TO WRK-JA-PROVISIONADA
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FREIGHT-ACCRUAL-FILE.
       0100-EXIT.
           EXIT.

      ******************************************************************
      * 0150-CARREGA-TRANSPORTADORAS - NOMES DO CARRIERMASTER PARA O
      * RELATORIO.
      ******************************************************************
       0150-CARREGA-TRANSPORTADORAS SECTION.
           OPEN INPUT CARRIER-MASTER-FILE.
           IF WRK-CARRIER-STATUS NOT = '00'
               GO TO 0150-EXIT
           END-IF.

           PERFORM UNTIL CARRIER-ACABOU
               READ CARRIER-MASTER-FILE
                   AT END
                       MOVE 'S' TO WRK-CARRIER-EOF
                   NOT AT END
                       IF WRK-TRP-QTD < 100
                           ADD 1 TO WRK-TRP-QTD
                           MOVE TR-CODIGO
                               TO WRK-TRP-CODIGO(WRK-TRP-QTD)
                           MOVE TR-NOME
                               TO WRK-TRP-NOME(WRK-TRP-QTD)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE CARRIER-MASTER-FILE.
       0150-EXIT.
           EXIT.

      ******************************************************************
      * 0200-CARREGA-EMBARQUES - LE O FREIGHTAUDIT E GUARDA OS
      * EMBARQUES DO MES PEDIDO.
      ******************************************************************
       0200-CARREGA-EMBARQUES SECTION.
           OPEN INPUT FREIGHT-AUDIT-FILE.
           IF WRK-AUDIT-STATUS NOT = '00'
               DISPLAY 'FREIGHTAUDIT NAO ENCONTRADO - SEM EMBARQUES'
               GO TO 0200-EXIT
           END-IF.

           PERFORM UNTIL AUDIT-ACABOU
               READ FREIGHT-AUDIT-FILE
                   AT END
                       MOVE 'S' TO WRK-AUDIT-EOF
                   NOT AT END
                       PERFORM 0250-GUARDA-EMBARQUE
               END-READ
           END-PERFORM.

           CLOSE FREIGHT-AUDIT-FILE.
       0200-EXIT.
           EXIT.

      ******************************************************************
      * 0250-GUARDA-EMBARQUE - QUEBRA UMA LINHA DO FREIGHTAUDIT. LINHA
      * DE OUTRO MES, SEM FRETE= LEGIVEL OU SEM TRANSPORTADORA FICA DE
      * FORA.
      ******************************************************************
       0250-GUARDA-EMBARQUE SECTION.
           UNSTRING FA-LINHA DELIMITED BY ';'
               INTO WRK-FA-DATA WRK-FA-ITENS WRK-FA-PRODUTOS
                    WRK-FA-ESTADO
           END-UNSTRING.

           MOVE WRK-FA-DATA(7:4) TO WRK-FA-NUM-ANO.
           MOVE WRK-FA-DATA(4:2) TO WRK-FA-NUM-MES.
           MOVE WRK-FA-DATA(1:2) TO WRK-FA-NUM-DIA.
           IF WRK-FA-DATA-NUM NOT NUMERIC
               GO TO 0250-EXIT
           END-IF.
           IF WRK-FA-DATA-NUM(1:6) NOT = WRK-DATA-REF(1:6)
               GO TO 0250-EXIT
           END-IF.

           MOVE SPACES TO WRK-FA-DEPOIS.
           UNSTRING FA-LINHA DELIMITED BY ';FRETE='
               INTO WRK-FA-ANTES WRK-FA-DEPOIS
           END-UNSTRING.
           MOVE SPACES TO WRK-FA-CAMPO.
           UNSTRING WRK-FA-DEPOIS DELIMITED BY ';'
               INTO WRK-FA-CAMPO
           END-UNSTRING.
           MOVE WRK-FA-CAMPO(1:8) TO WRK-FA-FRETE-X.
           IF WRK-FA-FRETE NOT NUMERIC
               GO TO 0250-EXIT
           END-IF.

           MOVE SPACES TO WRK-FA-DEPOIS.
           UNSTRING FA-LINHA DELIMITED BY ';TRANSP='
               INTO WRK-FA-ANTES WRK-FA-DEPOIS
           END-UNSTRING.
           MOVE WRK-FA-DEPOIS(1:3) TO WRK-FA-TRANSP-X.
           IF WRK-FA-TRANSP NOT NUMERIC OR WRK-FA-TRANSP = 0
               GO TO 0250-EXIT
           END-IF.

           MOVE SPACES TO WRK-FA-DEPOIS.
           UNSTRING FA-LINHA DELIMITED BY ';FILIAL='
               INTO WRK-FA-ANTES WRK-FA-DEPOIS
           END-UNSTRING.
           MOVE WRK-FA-DEPOIS(1:2) TO WRK-FA-FILIAL-X.
           IF WRK-FA-FILIAL NOT NUMERIC OR WRK-FA-FILIAL = 0
               MOVE 01 TO WRK-FA-FILIAL
           END-IF.

           IF WRK-EMB-QTD >= 2000
               DISPLAY 'MAIS DE 2000 EMBARQUES NO MES - EXCEDENTE '
                       'FORA DA PROVISAO'
               GO TO 0250-EXIT
           END-IF.

           ADD 1 TO WRK-EMB-QTD.
           MOVE WRK-FA-DATA-NUM TO WRK-EMB-DATA(WRK-EMB-QTD).
           MOVE WRK-FA-ESTADO   TO WRK-EMB-ESTADO(WRK-EMB-QTD).
           MOVE WRK-FA-TRANSP   TO WRK-EMB-TRANSP(WRK-EMB-QTD).
           MOVE WRK-FA-FILIAL   TO WRK-EMB-FILIAL(WRK-EMB-QTD).
           MOVE WRK-FA-FRETE    TO WRK-EMB-FRETE(WRK-EMB-QTD).
           MOVE 'N'             TO WRK-EMB-CASADO(WRK-EMB-QTD).
           ADD 1 TO WRK-QTDE-EMB-MES.
       0250-EXIT.
           EXIT.

      ******************************************************************
      * 0300-CASA-FATURAS - CADA LINHA FATURADA DO CARRIERINV CASA COM
      * O PRIMEIRO EMBARQUE AINDA NAO CASADO DA MESMA DATA E UF.
      ******************************************************************
       0300-CASA-FATURAS SECTION.
           OPEN INPUT CARRIER-INVOICE-FILE.
           IF WRK-FATURA-STATUS NOT = '00'
               GO TO 0300-EXIT
           END-IF.

           PERFORM UNTIL FATURA-ACABOU
               READ CARRIER-INVOICE-FILE
                   AT END
                       MOVE 'S' TO WRK-FATURA-EOF
                   NOT AT END
                       PERFORM 0350-CASA-LINHA
               END-READ
           END-PERFORM.

           CLOSE CARRIER-INVOICE-FILE.
       0300-EXIT.
           EXIT.

      ******************************************************************
      * 0350-CASA-LINHA - PROCURA O EMBARQUE DA LINHA FATURADA.
      ******************************************************************
       0350-CASA-LINHA SECTION.
           MOVE 0 TO WRK-EMB-POS.
           PERFORM VARYING WRK-EMB-IDX FROM 1 BY 1
                   UNTIL WRK-EMB-IDX > WRK-EMB-QTD
                       OR WRK-EMB-POS > 0
               IF WRK-EMB-CASADO(WRK-EMB-IDX) = 'N'
                   AND WRK-EMB-DATA(WRK-EMB-IDX) = CI-DATA
                   AND WRK-EMB-ESTADO(WRK-EMB-IDX) = CI-ESTADO
                   MOVE WRK-EMB-IDX TO WRK-EMB-POS
               END-IF
           END-PERFORM.

           IF WRK-EMB-POS > 0
               MOVE 'S' TO WRK-EMB-CASADO(WRK-EMB-POS)
               ADD 1 TO WRK-QTDE-FATURADOS
           END-IF.

      ******************************************************************
      * 0400-APURA-PROVISAO - SOMA OS EMBARQUES SEM FATURA POR
      * TRANSPORTADORA E FILIAL.
      ******************************************************************
       0400-APURA-PROVISAO SECTION.
           PERFORM VARYING WRK-EMB-IDX FROM 1 BY 1
                   UNTIL WRK-EMB-IDX > WRK-EMB-QTD
               IF WRK-EMB-CASADO(WRK-EMB-IDX) = 'N'
                   PERFORM 0450-ACHA-PROVISAO
                   IF WRK-PRV-POS > 0
                       ADD 1 TO WRK-PRV-QTDE(WRK-PRV-POS)
                       ADD WRK-EMB-FRETE(WRK-EMB-IDX)
                           TO WRK-PRV-VALOR(WRK-PRV-POS)
                       ADD 1 TO WRK-TOT-QTDE
                       ADD WRK-EMB-FRETE(WRK-EMB-IDX) TO WRK-TOT-VALOR
                   ELSE
                       MOVE 'S' TO WRK-EMB-CASADO(WRK-EMB-IDX)
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * 0450-ACHA-PROVISAO - POSICAO DA TRANSPORTADORA + FILIAL DO
      * EMBARQUE WRK-EMB-IDX NA TABELA DE PROVISAO, ABRINDO LINHA NOVA
      * NO LUGAR DA ORDEM QUANDO AINDA NAO APARECEU (0 = TABELA CHEIA,
      * EMBARQUE FICA FORA DA PROVISAO).
      ******************************************************************
       0450-ACHA-PROVISAO SECTION.
           MOVE 0 TO WRK-PRV-POS.
           PERFORM VARYING WRK-PRV-IDX FROM 1 BY 1
                   UNTIL WRK-PRV-IDX > WRK-PRV-QTD
                       OR WRK-PRV-POS > 0
               IF WRK-PRV-TRANSP(WRK-PRV-IDX) =
                       WRK-EMB-TRANSP(WRK-EMB-IDX)
                   AND WRK-PRV-FILIAL(WRK-PRV-IDX) =
                       WRK-EMB-FILIAL(WRK-EMB-IDX)
                   MOVE WRK-PRV-IDX TO WRK-PRV-POS
               END-IF
           END-PERFORM.
           IF WRK-PRV-POS > 0
               GO TO 0450-EXIT
           END-IF.

           IF WRK-PRV-QTD >= 200
               DISPLAY 'MAIS DE 200 TRANSPORTADORAS/FILIAIS - '
                       'EMBARQUE FORA DA PROVISAO'
               GO TO 0450-EXIT
           END-IF.

           COMPUTE WRK-PRV-POS = WRK-PRV-QTD + 1.
           PERFORM VARYING WRK-PRV-IDX FROM 1 BY 1
                   UNTIL WRK-PRV-IDX > WRK-PRV-QTD
                       OR WRK-PRV-POS <= WRK-PRV-QTD
               IF WRK-PRV-TRANSP(WRK-PRV-IDX) >
                       WRK-EMB-TRANSP(WRK-EMB-IDX)
                   OR (WRK-PRV-TRANSP(WRK-PRV-IDX) =
                       WRK-EMB-TRANSP(WRK-EMB-IDX)
                   AND WRK-PRV-FILIAL(WRK-PRV-IDX) >
                       WRK-EMB-FILIAL(WRK-EMB-IDX))
                   MOVE WRK-PRV-IDX TO WRK-PRV-POS
               END-IF
           END-PERFORM.

           PERFORM VARYING WRK-PRV-IDX FROM WRK-PRV-QTD BY -1
                   UNTIL WRK-PRV-IDX < WRK-PRV-POS
               COMPUTE WRK-PRV-DEST = WRK-PRV-IDX + 1
               MOVE WRK-PRV-LINHA(WRK-PRV-IDX)
                   TO WRK-PRV-LINHA(WRK-PRV-DEST)
           END-PERFORM.
           ADD 1 TO WRK-PRV-QTD.

           MOVE WRK-EMB-TRANSP(WRK-EMB-IDX)
               TO WRK-PRV-TRANSP(WRK-PRV-POS).
           MOVE WRK-EMB-FILIAL(WRK-EMB-IDX)
               TO WRK-PRV-FILIAL(WRK-PRV-POS).
           MOVE ZEROES TO WRK-PRV-QTDE(WRK-PRV-POS).
           MOVE ZEROES TO WRK-PRV-VALOR(WRK-PRV-POS).
       0450-EXIT.
           EXIT.

      ******************************************************************
      * 0500-POSTA-PROVISAO - UM PAR NO RAZAO POR TRANSPORTADORA E
      * FILIAL (D 3002 / C 2303, CENTRO DE CUSTO DA FILIAL, ULTIMO DIA
      * DO MES) E UMA LINHA NO FRTACCRUAL POR EMBARQUE PROVISIONADO.
      ******************************************************************
       0500-POSTA-PROVISAO SECTION.
           OPEN EXTEND GL-TRANSACTION-FILE.
           IF WRK-GL-STATUS NOT = '00'
               OPEN OUTPUT GL-TRANSACTION-FILE
           END-IF.

           PERFORM VARYING WRK-PRV-IDX FROM 1 BY 1
                   UNTIL WRK-PRV-IDX > WRK-PRV-QTD
               MOVE 3002 TO GL-CONTA
               MOVE 'D'  TO GL-TIPO
               MOVE WRK-PRV-VALOR(WRK-PRV-IDX) TO GL-VALOR
               MOVE WRK-DATA-REF-NUM TO GL-DATA
               MOVE 'PROGCOB154' TO GL-OPERADOR
               MOVE SPACES TO GL-CCUSTO
               STRING 'F' WRK-PRV-FILIAL(WRK-PRV-IDX)
                   DELIMITED BY SIZE INTO GL-CCUSTO
               END-STRING
               WRITE GL-REGISTRO
               MOVE 2303 TO GL-CONTA
               MOVE 'C'  TO GL-TIPO
               WRITE GL-REGISTRO
               ADD 2 TO WRK-QTDE-LANC
           END-PERFORM.

           CLOSE GL-TRANSACTION-FILE.

           OPEN EXTEND FREIGHT-ACCRUAL-FILE.
           IF WRK-PROV-STATUS NOT = '00'
               OPEN OUTPUT FREIGHT-ACCRUAL-FILE
           END-IF.

           PERFORM VARYING WRK-EMB-IDX FROM 1 BY 1
                   UNTIL WRK-EMB-IDX > WRK-EMB-QTD
               IF WRK-EMB-CASADO(WRK-EMB-IDX) = 'N'
                   MOVE WRK-COMPETENCIA TO FR-COMPETENCIA
                   MOVE WRK-EMB-DATA(WRK-EMB-IDX)   TO FR-DATA
                   MOVE WRK-EMB-ESTADO(WRK-EMB-IDX) TO FR-ESTADO
                   MOVE WRK-EMB-TRANSP(WRK-EMB-IDX) TO FR-TRANSP
                   MOVE WRK-EMB-FILIAL(WRK-EMB-IDX) TO FR-FILIAL
                   MOVE WRK-EMB-FRETE(WRK-EMB-IDX)  TO FR-VALOR
                   MOVE 'P'    TO FR-SITUACAO
                   MOVE ZEROES TO FR-DATA-ESTORNO
                   WRITE FR-REGISTRO
               END-IF
           END-PERFORM.

           CLOSE FREIGHT-ACCRUAL-FILE.

      ******************************************************************
      * 0600-IMPRIME-RELATORIO - FRTACCRPT: POR TRANSPORTADORA, AS
      * FILIAIS COM EMBARQUES SEM FATURA E O FRETE PROVISIONADO, COM
      * SUBTOTAL DA TRANSPORTADORA E TOTAL GERAL.
      ******************************************************************
       0600-IMPRIME-RELATORIO SECTION.
           MOVE SPACES TO FP-LINHA.
           STRING 'PROVISAO DE FRETE SEM FATURA - COMPETENCIA '
                  WRK-REF-MES '/' WRK-REF-ANO ' - LANCADO EM '
                  WRK-REF-DIA '/' WRK-REF-MES '/' WRK-REF-ANO
               DELIMITED BY SIZE INTO FP-LINHA
           END-STRING.
           WRITE FP-LINHA.
           MOVE ALL '-' TO FP-LINHA.
           WRITE FP-LINHA.
           MOVE SPACES TO FP-LINHA.
           STRING 'TRANSPORTADORA                       FILIAL  '
                  'EMBARQUES        PROVISAO'
               DELIMITED BY SIZE INTO FP-LINHA
           END-STRING.
           WRITE FP-LINHA.

           MOVE ZEROES TO WRK-TRANSP-ANT.
           PERFORM VARYING WRK-PRV-IDX FROM 1 BY 1
                   UNTIL WRK-PRV-IDX > WRK-PRV-QTD
               IF WRK-PRV-TRANSP(WRK-PRV-IDX) NOT = WRK-TRANSP-ANT
                   PERFORM 0650-SUBTOTAL
                   MOVE WRK-PRV-TRANSP(WRK-PRV-IDX) TO WRK-TRANSP-ANT
                   PERFORM 0680-NOME-TRANSP
               END-IF
               ADD WRK-PRV-QTDE(WRK-PRV-IDX)  TO WRK-SUB-QTDE
               ADD WRK-PRV-VALOR(WRK-PRV-IDX) TO WRK-SUB-VALOR
               MOVE WRK-PRV-VALOR(WRK-PRV-IDX) TO WRK-ED-VALOR
               MOVE SPACES TO FP-LINHA
               STRING WRK-PRV-TRANSP(WRK-PRV-IDX) ' ' WRK-TRANSP-NOME
                      '   F' WRK-PRV-FILIAL(WRK-PRV-IDX)
                      '     ' WRK-PRV-QTDE(WRK-PRV-IDX)
                      '  ' WRK-ED-VALOR
                   DELIMITED BY SIZE INTO FP-LINHA
               END-STRING
               WRITE FP-LINHA
           END-PERFORM.
           PERFORM 0650-SUBTOTAL.

           MOVE ALL '-' TO FP-LINHA.
           WRITE FP-LINHA.
           MOVE WRK-TOT-VALOR TO WRK-ED-TOTAL.
           MOVE SPACES TO FP-LINHA.
           STRING 'TOTAL PROVISIONADO (D 3002 / C 2303)         '
                  WRK-TOT-QTDE ' ' WRK-ED-TOTAL
               DELIMITED BY SIZE INTO FP-LINHA
           END-STRING.
           WRITE FP-LINHA.
           MOVE SPACES TO FP-LINHA.
           STRING 'EMBARQUES DO MES: ' WRK-QTDE-EMB-MES
                  '  JA FATURADOS: ' WRK-QTDE-FATURADOS
                  '  LINHAS LANCADAS NO RAZAO: ' WRK-QTDE-LANC
               DELIMITED BY SIZE INTO FP-LINHA
           END-STRING.
           WRITE FP-LINHA.

      ******************************************************************
      * 0650-SUBTOTAL - SUBTOTAL DA TRANSPORTADORA ANTERIOR.
      ******************************************************************
       0650-SUBTOTAL SECTION.
           IF WRK-TRANSP-ANT = 0
               GO TO 0650-EXIT
           END-IF.
           MOVE WRK-SUB-VALOR TO WRK-ED-VALOR.
           MOVE SPACES TO FP-LINHA.
           STRING '    SUBTOTAL DA TRANSPORTADORA ' WRK-TRANSP-ANT
                  '             ' WRK-SUB-QTDE '  ' WRK-ED-VALOR
               DELIMITED BY SIZE INTO FP-LINHA
           END-STRING.
           WRITE FP-LINHA.
           MOVE ZEROES TO WRK-SUB-QTDE.
           MOVE ZEROES TO WRK-SUB-VALOR.
       0650-EXIT.
           EXIT.

      ******************************************************************
      * 0680-NOME-TRANSP - NOME DA TRANSPORTADORA WRK-TRANSP-ANT.
      ******************************************************************
       0680-NOME-TRANSP SECTION.
           MOVE '(NAO CADASTRADA)' TO WRK-TRANSP-NOME.
           PERFORM VARYING WRK-TRP-IDX FROM 1 BY 1
                   UNTIL WRK-TRP-IDX > WRK-TRP-QTD
               IF WRK-TRP-CODIGO(WRK-TRP-IDX) = WRK-TRANSP-ANT
                   MOVE WRK-TRP-NOME(WRK-TRP-IDX) TO WRK-TRANSP-NOME
               END-IF
           END-PERFORM.

       END PROGRAM PROGCOB154.
