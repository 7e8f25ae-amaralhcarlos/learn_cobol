       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB151.
      ******************************************************************
      *AUTHOR: CARLOS AMARAL
      *DATE: 15/10/2026
      *PURPOSE: RATEIO DE CENTROS DE CUSTO, ETAPA DO FECHAMENTO DE MES
      *         (PROGCOB106). O ADMINISTRATIVO (1300) CARREGA ALUGUEL,
      *         TI E SALARIOS DA GERENCIA QUE SERVEM VENDAS (1100) E
      *         LOGISTICA (1200), E A DESPESA POR CENTRO DE CUSTO DO
      *         PROGCOB075 FAZIA AS AREAS OPERACIONAIS PARECEREM MAIS
      *         RENTAVEIS DO QUE SAO. PARA O ANO/MES INFORMADO, SOMA A
      *         DESPESA (CONTAS 3000-3999, DEBITOS - CREDITOS) DE CADA
      *         CENTRO DE ORIGEM DAS REGRAS DO ALLOCRULES, CONTA A
      *         CONTA, NO GLTRANSARC E NO GLTRANSACTIONS, E ESPALHA
      *         PELOS DESTINOS NA PROPORCAO DA BASE DA REGRA
      *         (PERCENTUAL FIXO, QUADRO DE FUNCIONARIOS OU CUSTO DA
      *         FOLHA). LANCA NO GLTRANSACTIONS, NO ULTIMO DIA DO MES,
      *         PARES BALANCEADOS NA PROPRIA CONTA DE DESPESA: C NA
      *         ORIGEM / D EM CADA DESTINO, E IMPRIME O ALLOCRPT COM
      *         ORIGEM, BASE, VALORES DO DIRECIONADOR E O QUE FOI
      *         MOVIDO. O ARQUIVO ALLOCCTL GUARDA AS COMPETENCIAS JA
      *         RATEADAS (NOVA RODADA DO MESMO MES NAO LANCA DE NOVO).
      *         ORIGEM COM REGRA INVALIDA FICA SEM RATEIO E DEVOLVE
      *         RETURN-CODE 4; ANO/MES INVALIDO DEVOLVE 8.
      *MODIFICATION HISTORY:
      * 15/10/2026 - LANCAMENTO DE ENCERRAMENTO DO EXERCICIO
      *              (PROGCOB152) FICA DE FORA.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALLOC-RULES-FILE ASSIGN TO 'ALLOCRULES'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-REGRA-STATUS.

           SELECT ALLOC-CONTROL-FILE ASSIGN TO 'ALLOCCTL'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-CTL-STATUS.

           SELECT COST-CENTER-FILE ASSIGN TO 'COSTCENTERS'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-CC-STATUS.

           SELECT DEPT-MASTER-FILE ASSIGN TO 'DEPTMASTER'
               ORGANIZATION INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DM-CODIGO
               FILE STATUS IS WRK-DEPT-STATUS.

           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO 'EMPLOYEEMASTER'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-CPF
               FILE STATUS IS WRK-EMP-STATUS.

           SELECT PAYROLL-MASTER-FILE ASSIGN TO 'PAYROLLMASTER'
               ORGANIZATION INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PM-CHAVE
               FILE STATUS IS WRK-PAYROLL-STATUS.

           SELECT GL-ARCHIVE-FILE ASSIGN TO 'GLTRANSARC'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-ARC-STATUS.

           SELECT GL-TRANSACTION-FILE ASSIGN TO 'GLTRANSACTIONS'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-GL-STATUS.

           SELECT ALLOC-REPORT-FILE ASSIGN TO 'ALLOCRPT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALLOC-RULES-FILE.
           COPY 'ALLOCRULE-REC.cob'.

       FD  ALLOC-CONTROL-FILE.
       01  AC-REGISTRO.
           02  AC-COMPETENCIA  PIC 9(06).

       FD  COST-CENTER-FILE.
       01  CC-REGISTRO.
           02  CC-DEPTO        PIC X(20).
           02  CC-CODIGO       PIC X(04).

       FD  DEPT-MASTER-FILE.
           COPY 'DEPTMASTER-REC.cob'.

       FD  EMPLOYEE-MASTER-FILE.
           COPY 'EMPMASTER-REC.cob'.

       FD  PAYROLL-MASTER-FILE.
           COPY 'PAYMASTER-REC.cob'.

       FD  GL-ARCHIVE-FILE.
       01  GX-REGISTRO             PIC X(39).

       FD  GL-TRANSACTION-FILE.
           COPY 'GLTXN-REC.cob'.

       FD  ALLOC-REPORT-FILE.
       01  RR-LINHA                PIC X(132).

       WORKING-STORAGE SECTION.
           COPY 'DATEUTIL-PARM.cob'.
           COPY 'FILUTIL-PARM.cob'.

       77  WRK-REGRA-STATUS    PIC X(02)       VALUE SPACES.
       77  WRK-REGRA-EOF       PIC X(01)       VALUE 'N'.
           88  REGRA-ACABOU                    VALUE 'S'.
       77  WRK-CTL-STATUS      PIC X(02)       VALUE SPACES.
       77  WRK-CTL-EOF         PIC X(01)       VALUE 'N'.
           88  CTL-ACABOU                      VALUE 'S'.
       77  WRK-CC-STATUS       PIC X(02)       VALUE SPACES.
       77  WRK-CC-EOF          PIC X(01)       VALUE 'N'.
           88  CC-ACABOU                       VALUE 'S'.
       77  WRK-DEPT-STATUS     PIC X(02)       VALUE SPACES.
       77  WRK-DEPT-EOF        PIC X(01)       VALUE 'N'.
           88  DEPT-ACABOU                     VALUE 'S'.
       77  WRK-EMP-STATUS      PIC X(02)       VALUE SPACES.
       77  WRK-EMP-EOF         PIC X(01)       VALUE 'N'.
           88  EMP-ACABOU                      VALUE 'S'.
       77  WRK-PAYROLL-STATUS  PIC X(02)       VALUE SPACES.
       77  WRK-PAYROLL-EOF     PIC X(01)       VALUE 'N'.
           88  PAYROLL-ACABOU                  VALUE 'S'.
       77  WRK-ARC-STATUS      PIC X(02)       VALUE SPACES.
       77  WRK-ARC-EOF         PIC X(01)       VALUE 'N'.
           88  ARC-ACABOU                      VALUE 'S'.
       77  WRK-GL-STATUS       PIC X(02)       VALUE SPACES.
       77  WRK-GL-EOF          PIC X(01)       VALUE 'N'.
           88  GL-ACABOU                       VALUE 'S'.
       77  WRK-REPORT-STATUS   PIC X(02)       VALUE SPACES.
       77  WRK-RATEIO-FEITO    PIC X(01)       VALUE 'N'.
           88  RATEIO-JA-FEITO                 VALUE 'S'.

       77  WRK-ANO             PIC 9(04)       VALUE ZEROES.
       77  WRK-MES             PIC 9(02)       VALUE ZEROES.
       77  WRK-COMPETENCIA     PIC 9(06)       VALUE ZEROES.
       77  WRK-COMP-LINHA      PIC 9(06)       VALUE ZEROES.
       01  WRK-DATA-REF.
           02  WRK-REF-ANO     PIC 9(04).
           02  WRK-REF-MES     PIC 9(02).
           02  WRK-REF-DIA     PIC 9(02).
       77  WRK-DATA-REF-NUM    PIC 9(08)       VALUE ZEROES.

      ******************************************************************
      * CODIGOS DE CENTRO DE CUSTO DO COSTCENTERS (PARA VALIDAR AS
      * REGRAS) E O MAPA DEPARTAMENTO -> CENTRO DE CUSTO DA FOLHA
      * (DEPTMASTER; SEM ELE, O COSTCENTERS PELO NOME), COMO NA PERNA
      * CONTABIL DO PROGCOB037.
      ******************************************************************
       77  WRK-CCU-QTD         PIC 9(02)       VALUE ZEROES.
       77  WRK-CCU-IDX         PIC 9(02)       VALUE ZEROES.
       77  WRK-CCUSTO          PIC X(04)       VALUE SPACES.
       77  WRK-CCU-ACHOU       PIC X(01)       VALUE 'N'.
           88  CCUSTO-VALIDO                   VALUE 'S'.
       01  WRK-TAB-CCUSTOS.
           02  WRK-CCU-CODIGO  PIC X(04)       OCCURS 50 TIMES.

       77  WRK-MAPA-QTD        PIC 9(02)       VALUE ZEROES.
       77  WRK-MAPA-IDX        PIC 9(02)       VALUE ZEROES.
       01  WRK-TAB-MAPA.
           02  WRK-MAPA-LINHA  OCCURS 50 TIMES.
               03  WRK-MAPA-DEPTO      PIC X(20).
               03  WRK-MAPA-CC         PIC X(04).
       77  WRK-DEP-ATUAL       PIC X(20)       VALUE SPACES.
       77  WRK-CC-ATUAL        PIC X(04)       VALUE SPACES.

      ******************************************************************
      * REGRAS (ATE 100), COM O VALOR DO DIRECIONADOR DO DESTINO E O
      * TOTAL MOVIDO PARA ELE, E AS ORIGENS (ATE 20), COM A BASE, A
      * SOMA DOS DIRECIONADORES, A ULTIMA REGRA (QUE FICA COM A SOBRA
      * DO ARREDONDAMENTO) E O MOTIVO DA RECUSA.
      ******************************************************************
       77  WRK-RGR-QTD         PIC 9(03)       VALUE ZEROES.
       77  WRK-RGR-IDX         PIC 9(03)       VALUE ZEROES.
       01  WRK-TAB-REGRAS.
           02  WRK-RGR-LINHA   OCCURS 100 TIMES.
               03  WRK-RGR-ORIGEM      PIC X(04).
               03  WRK-RGR-DESTINO     PIC X(04).
               03  WRK-RGR-BASE        PIC X(01).
               03  WRK-RGR-PERCENTUAL  PIC 9(03)V99.
               03  WRK-RGR-ORI         PIC 9(02).
               03  WRK-RGR-DRIVER      PIC 9(11)V99.
               03  WRK-RGR-VALOR       PIC 9(11)V99.
               03  WRK-RGR-PARTE       PIC 9(08)V99.

       77  WRK-ORI-QTD         PIC 9(02)       VALUE ZEROES.
       77  WRK-ORI-IDX         PIC 9(02)       VALUE ZEROES.
       77  WRK-ORI-POS         PIC 9(02)       VALUE ZEROES.
       01  WRK-TAB-ORIGENS.
           02  WRK-ORI-LINHA   OCCURS 20 TIMES.
               03  WRK-ORI-CODIGO      PIC X(04).
               03  WRK-ORI-BASE        PIC X(01).
               03  WRK-ORI-SITUACAO    PIC X(01).
                   88  ORIGEM-OK                   VALUE 'S'.
                   88  ORIGEM-RECUSADA             VALUE 'N'.
               03  WRK-ORI-MOTIVO      PIC X(40).
               03  WRK-ORI-DRIVER-TOT  PIC 9(11)V99.
               03  WRK-ORI-ULT-REGRA   PIC 9(03).
               03  WRK-ORI-MOVIDO      PIC 9(11)V99.

      ******************************************************************
      * DESPESA DO MES POR ORIGEM E CONTA (ATE 500 LINHAS).
      ******************************************************************
       77  WRK-DSP-QTD         PIC 9(03)       VALUE ZEROES.
       77  WRK-DSP-IDX         PIC 9(03)       VALUE ZEROES.
       77  WRK-DSP-POS         PIC 9(03)       VALUE ZEROES.
       01  WRK-TAB-DESPESAS.
           02  WRK-DSP-LINHA   OCCURS 500 TIMES.
               03  WRK-DSP-ORI         PIC 9(02).
               03  WRK-DSP-CONTA       PIC 9(04).
               03  WRK-DSP-VALOR       PIC S9(11)V99.

       77  WRK-VALOR-CONTA     PIC 9(08)V99    VALUE ZEROES.
       77  WRK-VALOR-RESTO     PIC 9(08)V99    VALUE ZEROES.
       77  WRK-VALOR-MOVIDO    PIC 9(08)V99    VALUE ZEROES.
       77  WRK-SOMA-PERC       PIC 9(05)V99    VALUE ZEROES.
       77  WRK-QTDE-RECUSA     PIC 9(03)       VALUE ZEROES.
       77  WRK-QTDE-LANC       PIC 9(05)       VALUE ZEROES.
       77  WRK-TOT-MOVIDO      PIC 9(11)V99    VALUE ZEROES.

       77  WRK-ED-VALOR        PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.
       77  WRK-ED-VALOR2       PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.
       77  WRK-ED-PERC         PIC ZZ9,99      VALUE ZEROES.
       77  WRK-PERC-PARTE      PIC 9(03)V99    VALUE ZEROES.
       77  WRK-BASE-NOME       PIC X(30)       VALUE SPACES.
       77  WRK-BASE-ATUAL      PIC X(01)       VALUE SPACES.

       PROCEDURE DIVISION.

           DISPLAY 'ANO DO RATEIO: '.
           ACCEPT WRK-ANO.
           DISPLAY 'MES DO RATEIO (1 A 12): '.
           ACCEPT WRK-MES.

           MOVE 'V'     TO DU-FUNCAO.
           MOVE WRK-ANO TO DU-ANO.
           MOVE WRK-MES TO DU-MES.
           MOVE 01      TO DU-DIA.
           CALL 'DATEUTIL' USING DU-PARM.
           IF DU-RETORNO NOT = 'S'
               DISPLAY 'ANO/MES INVALIDO - RATEIO NAO FEITO'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WRK-ANO    TO WRK-REF-ANO.
           MOVE WRK-MES    TO WRK-REF-MES.
           MOVE DU-ULT-DIA TO WRK-REF-DIA.
           MOVE WRK-DATA-REF TO WRK-DATA-REF-NUM.
           COMPUTE WRK-COMPETENCIA = WRK-ANO * 100 + WRK-MES.

           OPEN OUTPUT ALLOC-REPORT-FILE.
           PERFORM 0050-CABECALHO.

           PERFORM 0100-CONFERE-RATEIO-FEITO.
           IF RATEIO-JA-FEITO
               MOVE SPACES TO RR-LINHA
               WRITE RR-LINHA FROM
                   'RATEIO DA COMPETENCIA JA LANCADO NO RAZAO'
               CLOSE ALLOC-REPORT-FILE
               DISPLAY 'RATEIO DE ' WRK-COMPETENCIA
                       ' JA LANCADO - NADA A FAZER'
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 0150-CARREGA-CCUSTOS.
           PERFORM 0170-CARREGA-MAPA-CC.
           PERFORM 0200-CARREGA-REGRAS.
           PERFORM 0250-CONFERE-ORIGENS.
           PERFORM 0300-APURA-DIRECIONADORES.
           PERFORM 0400-APURA-DESPESA.

           OPEN EXTEND GL-TRANSACTION-FILE.
           IF WRK-GL-STATUS NOT = '00'
               OPEN OUTPUT GL-TRANSACTION-FILE
           END-IF.
           PERFORM VARYING WRK-ORI-IDX FROM 1 BY 1
                   UNTIL WRK-ORI-IDX > WRK-ORI-QTD
               PERFORM 0500-RATEIA-ORIGEM
           END-PERFORM.
           CLOSE GL-TRANSACTION-FILE.

           IF WRK-QTDE-LANC > 0
               PERFORM 0700-MARCA-RATEIO-FEITO
           END-IF.

           PERFORM 0800-TOTAIS.
           CLOSE ALLOC-REPORT-FILE.

           MOVE WRK-TOT-MOVIDO TO WRK-ED-VALOR.
           DISPLAY 'RATEIO DE ' WRK-COMPETENCIA ': ' WRK-QTDE-LANC
                   ' LANCAMENTOS, ' WRK-ED-VALOR ' MOVIDOS'.
           IF WRK-QTDE-RECUSA > 0
               DISPLAY 'ORIGENS SEM RATEIO POR REGRA INVALIDA: '
                       WRK-QTDE-RECUSA ' - VER ALLOCRPT'
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

           GOBACK.

      ******************************************************************
      * 0050-CABECALHO - TITULO DO ALLOCRPT.
      ******************************************************************
       0050-CABECALHO SECTION.
           MOVE SPACES TO RR-LINHA.
           STRING 'RATEIO DE CENTROS DE CUSTO - COMPETENCIA '
                  WRK-REF-MES '/' WRK-REF-ANO ' - LANCADO EM '
                  WRK-REF-DIA '/' WRK-REF-MES '/' WRK-REF-ANO
               DELIMITED BY SIZE INTO RR-LINHA
           END-STRING.
           WRITE RR-LINHA.
           MOVE ALL '-' TO RR-LINHA.
           WRITE RR-LINHA.

      ******************************************************************
      * 0100-CONFERE-RATEIO-FEITO - O RATEIO DE UMA COMPETENCIA SO E
      * LANCADO UMA VEZ: O ALLOCCTL GUARDA AS COMPETENCIAS JA RATEADAS.
      ******************************************************************
       0100-CONFERE-RATEIO-FEITO SECTION.
           MOVE 'N' TO WRK-RATEIO-FEITO.

           OPEN INPUT ALLOC-CONTROL-FILE.
           IF WRK-CTL-STATUS NOT = '00'
               GO TO 0100-EXIT
           END-IF.

           PERFORM UNTIL CTL-ACABOU
               READ ALLOC-CONTROL-FILE
                   AT END
                       MOVE 'S' TO WRK-CTL-EOF
                   NOT AT END
                       IF AC-COMPETENCIA = WRK-COMPETENCIA
                           MOVE 'S' TO WRK-RATEIO-FEITO
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ALLOC-CONTROL-FILE.
       0100-EXIT.
           EXIT.

      ******************************************************************
      * 0150-CARREGA-CCUSTOS - CODIGOS DE CENTRO DE CUSTO DO MAPA
      * COSTCENTERS (VARIOS DEPARTAMENTOS PODEM DAR NO MESMO CODIGO).
      ******************************************************************
       0150-CARREGA-CCUSTOS SECTION.
           OPEN INPUT COST-CENTER-FILE.
           IF WRK-CC-STATUS NOT = '00'
               GO TO 0150-EXIT
           END-IF.

           PERFORM UNTIL CC-ACABOU
               READ COST-CENTER-FILE
                   AT END
                       MOVE 'S' TO WRK-CC-EOF
                   NOT AT END
                       MOVE CC-CODIGO TO WRK-CCUSTO
                       PERFORM 0270-VALIDA-CCUSTO
                       IF NOT CCUSTO-VALIDO AND WRK-CCU-QTD < 50
                           ADD 1 TO WRK-CCU-QTD
                           MOVE CC-CODIGO TO WRK-CCU-CODIGO(WRK-CCU-QTD)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE COST-CENTER-FILE.
       0150-EXIT.
           EXIT.

      ******************************************************************
      * 0170-CARREGA-MAPA-CC - DEPARTAMENTO -> CENTRO DE CUSTO PELO
      * DEPTMASTER; SEM O CADASTRO, PELO NOME NO COSTCENTERS.
      ******************************************************************
       0170-CARREGA-MAPA-CC SECTION.
           OPEN INPUT DEPT-MASTER-FILE.
           IF WRK-DEPT-STATUS = '00'
               PERFORM UNTIL DEPT-ACABOU
                   READ DEPT-MASTER-FILE NEXT
                       AT END
                           MOVE 'S' TO WRK-DEPT-EOF
                       NOT AT END
                           IF WRK-MAPA-QTD < 50
                               ADD 1 TO WRK-MAPA-QTD
                               MOVE SPACES
                                   TO WRK-MAPA-DEPTO(WRK-MAPA-QTD)
                               MOVE DM-CODIGO TO
                                   WRK-MAPA-DEPTO(WRK-MAPA-QTD)(1:4)
                               MOVE DM-CCUSTO
                                   TO WRK-MAPA-CC(WRK-MAPA-QTD)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPT-MASTER-FILE
               GO TO 0170-EXIT
           END-IF.

           MOVE 'N' TO WRK-CC-EOF.
           OPEN INPUT COST-CENTER-FILE.
           IF WRK-CC-STATUS NOT = '00'
               GO TO 0170-EXIT
           END-IF.

           PERFORM UNTIL CC-ACABOU
               READ COST-CENTER-FILE
                   AT END
                       MOVE 'S' TO WRK-CC-EOF
                   NOT AT END
                       IF WRK-MAPA-QTD < 50
                           ADD 1 TO WRK-MAPA-QTD
                           MOVE CC-DEPTO
                               TO WRK-MAPA-DEPTO(WRK-MAPA-QTD)
                           MOVE CC-CODIGO
                               TO WRK-MAPA-CC(WRK-MAPA-QTD)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE COST-CENTER-FILE.
       0170-EXIT.
           EXIT.

      ******************************************************************
      * 0200-CARREGA-REGRAS - LE O ALLOCRULES, ABRINDO UMA LINHA DE
      * ORIGEM PARA CADA CENTRO DE ORIGEM NOVO. REGRA INVALIDA RECUSA
      * A ORIGEM INTEIRA (ESPALHAR SO PARTE DOS DESTINOS MUDARIA A
      * PROPORCAO DOS OUTROS).
      ******************************************************************
       0200-CARREGA-REGRAS SECTION.
           OPEN INPUT ALLOC-RULES-FILE.
           IF WRK-REGRA-STATUS NOT = '00'
               DISPLAY 'ALLOCRULES NAO ENCONTRADO - SEM RATEIO'
               GO TO 0200-EXIT
           END-IF.

           PERFORM UNTIL REGRA-ACABOU
               READ ALLOC-RULES-FILE
                   AT END
                       MOVE 'S' TO WRK-REGRA-EOF
                   NOT AT END
                       IF WRK-RGR-QTD < 100
                           PERFORM 0220-GUARDA-REGRA
                       ELSE
                           DISPLAY 'ALLOCRULES COM MAIS DE 100 '
                                   'REGRAS - EXCEDENTE IGNORADO'
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ALLOC-RULES-FILE.
       0200-EXIT.
           EXIT.

      ******************************************************************
      * 0220-GUARDA-REGRA - UMA REGRA NA TABELA, COM A SUA ORIGEM.
      ******************************************************************
       0220-GUARDA-REGRA SECTION.
           MOVE 0 TO WRK-ORI-POS.
           PERFORM VARYING WRK-ORI-IDX FROM 1 BY 1
                   UNTIL WRK-ORI-IDX > WRK-ORI-QTD
                       OR WRK-ORI-POS > 0
               IF WRK-ORI-CODIGO(WRK-ORI-IDX) = AR-ORIGEM
                   MOVE WRK-ORI-IDX TO WRK-ORI-POS
               END-IF
           END-PERFORM.

           IF WRK-ORI-POS = 0
               IF WRK-ORI-QTD >= 20
                   DISPLAY 'MAIS DE 20 CENTROS DE ORIGEM - REGRA DE '
                           AR-ORIGEM ' IGNORADA'
                   GO TO 0220-EXIT
               END-IF
               ADD 1 TO WRK-ORI-QTD
               MOVE WRK-ORI-QTD TO WRK-ORI-POS
               MOVE AR-ORIGEM TO WRK-ORI-CODIGO(WRK-ORI-POS)
               MOVE AR-BASE   TO WRK-ORI-BASE(WRK-ORI-POS)
               MOVE 'S'       TO WRK-ORI-SITUACAO(WRK-ORI-POS)
               MOVE SPACES    TO WRK-ORI-MOTIVO(WRK-ORI-POS)
               MOVE 0         TO WRK-ORI-DRIVER-TOT(WRK-ORI-POS)
               MOVE 0         TO WRK-ORI-MOVIDO(WRK-ORI-POS)
           END-IF.

           ADD 1 TO WRK-RGR-QTD.
           MOVE AR-ORIGEM  TO WRK-RGR-ORIGEM(WRK-RGR-QTD).
           MOVE AR-DESTINO TO WRK-RGR-DESTINO(WRK-RGR-QTD).
           MOVE AR-BASE    TO WRK-RGR-BASE(WRK-RGR-QTD).
           MOVE 0          TO WRK-RGR-PERCENTUAL(WRK-RGR-QTD).
           IF AR-PERCENTUAL NUMERIC
               MOVE AR-PERCENTUAL TO WRK-RGR-PERCENTUAL(WRK-RGR-QTD)
           END-IF.
           MOVE WRK-ORI-POS TO WRK-RGR-ORI(WRK-RGR-QTD).
           MOVE 0 TO WRK-RGR-DRIVER(WRK-RGR-QTD).
           MOVE 0 TO WRK-RGR-VALOR(WRK-RGR-QTD).
           MOVE WRK-RGR-QTD TO WRK-ORI-ULT-REGRA(WRK-ORI-POS).

           IF NOT BASE-PERCENTUAL AND NOT BASE-QUADRO
               AND NOT BASE-FOLHA
               MOVE 'BASE DE RATEIO INVALIDA' TO
                   WRK-ORI-MOTIVO(WRK-ORI-POS)
               MOVE 'N' TO WRK-ORI-SITUACAO(WRK-ORI-POS)
               GO TO 0220-EXIT
           END-IF.
           IF AR-BASE NOT = WRK-ORI-BASE(WRK-ORI-POS)
               MOVE 'REGRAS DA ORIGEM COM BASES DIFERENTES' TO
                   WRK-ORI-MOTIVO(WRK-ORI-POS)
               MOVE 'N' TO WRK-ORI-SITUACAO(WRK-ORI-POS)
               GO TO 0220-EXIT
           END-IF.
           IF BASE-PERCENTUAL
               AND WRK-RGR-PERCENTUAL(WRK-RGR-QTD) = 0
               MOVE 'PERCENTUAL ZERADO OU INVALIDO' TO
                   WRK-ORI-MOTIVO(WRK-ORI-POS)
               MOVE 'N' TO WRK-ORI-SITUACAO(WRK-ORI-POS)
               GO TO 0220-EXIT
           END-IF.
           IF AR-DESTINO = AR-ORIGEM
               MOVE 'DESTINO IGUAL A ORIGEM' TO
                   WRK-ORI-MOTIVO(WRK-ORI-POS)
               MOVE 'N' TO WRK-ORI-SITUACAO(WRK-ORI-POS)
               GO TO 0220-EXIT
           END-IF.

           MOVE AR-ORIGEM TO WRK-CCUSTO.
           PERFORM 0270-VALIDA-CCUSTO.
           IF NOT CCUSTO-VALIDO
               PERFORM 0280-VALIDA-FILIAL
           END-IF.
           IF NOT CCUSTO-VALIDO
               MOVE 'CENTRO DE ORIGEM INEXISTENTE' TO
                   WRK-ORI-MOTIVO(WRK-ORI-POS)
               MOVE 'N' TO WRK-ORI-SITUACAO(WRK-ORI-POS)
               GO TO 0220-EXIT
           END-IF.
           MOVE AR-DESTINO TO WRK-CCUSTO.
           PERFORM 0270-VALIDA-CCUSTO.
           IF NOT CCUSTO-VALIDO
               PERFORM 0280-VALIDA-FILIAL
           END-IF.
           IF NOT CCUSTO-VALIDO
               MOVE SPACES TO WRK-ORI-MOTIVO(WRK-ORI-POS)
               STRING 'CENTRO DE DESTINO ' AR-DESTINO ' INEXISTENTE'
                   DELIMITED BY SIZE INTO WRK-ORI-MOTIVO(WRK-ORI-POS)
               END-STRING
               MOVE 'N' TO WRK-ORI-SITUACAO(WRK-ORI-POS)
           END-IF.
       0220-EXIT.
           EXIT.

      ******************************************************************
      * 0250-CONFERE-ORIGENS - O RATEIO E DE UM NIVEL SO: DESTINO QUE
      * TAMBEM E ORIGEM RECUSA A ORIGEM QUE MANDA PARA ELE. NA BASE
      * PERCENTUAL, A SOMA DA ORIGEM NAO PODE PASSAR DE 100.
      ******************************************************************
       0250-CONFERE-ORIGENS SECTION.
           PERFORM VARYING WRK-RGR-IDX FROM 1 BY 1
                   UNTIL WRK-RGR-IDX > WRK-RGR-QTD
               MOVE WRK-RGR-ORI(WRK-RGR-IDX) TO WRK-ORI-POS
               PERFORM VARYING WRK-ORI-IDX FROM 1 BY 1
                       UNTIL WRK-ORI-IDX > WRK-ORI-QTD
                   IF WRK-ORI-CODIGO(WRK-ORI-IDX)
                           = WRK-RGR-DESTINO(WRK-RGR-IDX)
                       AND ORIGEM-OK(WRK-ORI-POS)
                       MOVE SPACES TO WRK-ORI-MOTIVO(WRK-ORI-POS)
                       STRING 'DESTINO ' WRK-RGR-DESTINO(WRK-RGR-IDX)
                              ' TAMBEM E ORIGEM DE RATEIO'
                           DELIMITED BY SIZE
                           INTO WRK-ORI-MOTIVO(WRK-ORI-POS)
                       END-STRING
                       MOVE 'N' TO WRK-ORI-SITUACAO(WRK-ORI-POS)
                   END-IF
               END-PERFORM
           END-PERFORM.

           PERFORM VARYING WRK-ORI-IDX FROM 1 BY 1
                   UNTIL WRK-ORI-IDX > WRK-ORI-QTD
               IF ORIGEM-OK(WRK-ORI-IDX)
                   AND WRK-ORI-BASE(WRK-ORI-IDX) = 'P'
                   MOVE 0 TO WRK-SOMA-PERC
                   PERFORM VARYING WRK-RGR-IDX FROM 1 BY 1
                           UNTIL WRK-RGR-IDX > WRK-RGR-QTD
                       IF WRK-RGR-ORI(WRK-RGR-IDX) = WRK-ORI-IDX
                           ADD WRK-RGR-PERCENTUAL(WRK-RGR-IDX)
                               TO WRK-SOMA-PERC
                       END-IF
                   END-PERFORM
                   IF WRK-SOMA-PERC > 100
                       MOVE 'PERCENTUAIS SOMAM MAIS DE 100'
                           TO WRK-ORI-MOTIVO(WRK-ORI-IDX)
                       MOVE 'N' TO WRK-ORI-SITUACAO(WRK-ORI-IDX)
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * 0270-VALIDA-CCUSTO - WRK-CCUSTO PRECISA CONSTAR NO COSTCENTERS
      * (SEM O MAPA, QUALQUER CODIGO E ACEITO).
      ******************************************************************
       0270-VALIDA-CCUSTO SECTION.
           MOVE 'N' TO WRK-CCU-ACHOU.
           IF WRK-CCU-QTD = 0 AND WRK-CC-STATUS NOT = '00'
               MOVE 'S' TO WRK-CCU-ACHOU
               GO TO 0270-EXIT
           END-IF.

           PERFORM VARYING WRK-CCU-IDX FROM 1 BY 1
                   UNTIL WRK-CCU-IDX > WRK-CCU-QTD
                       OR CCUSTO-VALIDO
               IF WRK-CCU-CODIGO(WRK-CCU-IDX) = WRK-CCUSTO
                   MOVE 'S' TO WRK-CCU-ACHOU
               END-IF
           END-PERFORM.
       0270-EXIT.
           EXIT.

      ******************************************************************
      * 0280-VALIDA-FILIAL - CENTRO DE CUSTO DE FILIAL ('F' + CODIGO),
      * COM A FILIAL CADASTRADA E ATIVA (FILUTIL V).
      ******************************************************************
       0280-VALIDA-FILIAL SECTION.
           MOVE 'N' TO WRK-CCU-ACHOU.
           IF WRK-CCUSTO(1:1) NOT = 'F'
               OR WRK-CCUSTO(2:2) NOT NUMERIC
               OR WRK-CCUSTO(4:1) NOT = SPACE
               GO TO 0280-EXIT
           END-IF.

           MOVE 'V' TO FU-FUNCAO.
           MOVE WRK-CCUSTO(2:2) TO FU-FILIAL.
           CALL 'FILUTIL' USING FU-PARM.
           IF FU-RETORNO = 'S'
               MOVE 'S' TO WRK-CCU-ACHOU
           END-IF.
       0280-EXIT.
           EXIT.

      ******************************************************************
      * 0300-APURA-DIRECIONADORES - VALOR DO DIRECIONADOR DE CADA
      * DESTINO (PERCENTUAL, QUADRO OU FOLHA) E A SOMA DA ORIGEM.
      * ORIGEM CUJOS DESTINOS SOMAM ZERO NAO TEM COMO SER RATEADA.
      ******************************************************************
       0300-APURA-DIRECIONADORES SECTION.
           PERFORM VARYING WRK-RGR-IDX FROM 1 BY 1
                   UNTIL WRK-RGR-IDX > WRK-RGR-QTD
               IF WRK-RGR-BASE(WRK-RGR-IDX) = 'P'
                   MOVE WRK-RGR-PERCENTUAL(WRK-RGR-IDX)
                       TO WRK-RGR-DRIVER(WRK-RGR-IDX)
               END-IF
           END-PERFORM.

           PERFORM 0320-CONTA-QUADRO.
           PERFORM 0340-SOMA-FOLHA.

           PERFORM VARYING WRK-RGR-IDX FROM 1 BY 1
                   UNTIL WRK-RGR-IDX > WRK-RGR-QTD
               MOVE WRK-RGR-ORI(WRK-RGR-IDX) TO WRK-ORI-POS
               ADD WRK-RGR-DRIVER(WRK-RGR-IDX)
                   TO WRK-ORI-DRIVER-TOT(WRK-ORI-POS)
           END-PERFORM.

           PERFORM VARYING WRK-ORI-IDX FROM 1 BY 1
                   UNTIL WRK-ORI-IDX > WRK-ORI-QTD
               IF ORIGEM-OK(WRK-ORI-IDX)
                   AND WRK-ORI-DRIVER-TOT(WRK-ORI-IDX) = 0
                   MOVE 'DIRECIONADOR ZERADO NOS DESTINOS'
                       TO WRK-ORI-MOTIVO(WRK-ORI-IDX)
                   MOVE 'N' TO WRK-ORI-SITUACAO(WRK-ORI-IDX)
               END-IF
           END-PERFORM.

      ******************************************************************
      * 0320-CONTA-QUADRO - FUNCIONARIOS DO EMPLOYEEMASTER NO QUADRO
      * NO FIM DO MES (ADMITIDOS ATE O ULTIMO DIA E NAO DESLIGADOS
      * ANTES DELE), POR CENTRO DE CUSTO DO DEPARTAMENTO.
      ******************************************************************
       0320-CONTA-QUADRO SECTION.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WRK-EMP-STATUS NOT = '00'
               GO TO 0320-EXIT
           END-IF.

           PERFORM UNTIL EMP-ACABOU
               READ EMPLOYEE-MASTER-FILE NEXT
                   AT END
                       MOVE 'S' TO WRK-EMP-EOF
                   NOT AT END
                       IF EM-DATA-ADMISSAO NOT NUMERIC
                           OR EM-DATA-ADMISSAO
                               NOT > WRK-DATA-REF-NUM
                           IF NOT FUNCIONARIO-DESLIGADO
                               OR EM-DATA-DESLIG > WRK-DATA-REF-NUM
                               PERFORM 0360-ACHA-CC-FUNCIONARIO
                               MOVE 'H' TO WRK-BASE-ATUAL
                               MOVE 1 TO WRK-VALOR-CONTA
                               PERFORM 0380-SOMA-DIRECIONADOR
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE EMPLOYEE-MASTER-FILE.
       0320-EXIT.
           EXIT.

      ******************************************************************
      * 0340-SOMA-FOLHA - CUSTO DA FOLHA DA COMPETENCIA (BRUTO + FGTS
      * DO PAYROLLMASTER) POR CENTRO DE CUSTO DO FUNCIONARIO.
      ******************************************************************
       0340-SOMA-FOLHA SECTION.
           OPEN INPUT PAYROLL-MASTER-FILE.
           IF WRK-PAYROLL-STATUS NOT = '00'
               GO TO 0340-EXIT
           END-IF.

           MOVE 'N' TO WRK-EMP-EOF.
           OPEN INPUT EMPLOYEE-MASTER-FILE.

           PERFORM UNTIL PAYROLL-ACABOU
               READ PAYROLL-MASTER-FILE NEXT
                   AT END
                       MOVE 'S' TO WRK-PAYROLL-EOF
                   NOT AT END
                       IF PM-COMPETENCIA = WRK-COMPETENCIA
                           MOVE '(SEM DEPTO)' TO WRK-DEP-ATUAL
                           IF WRK-EMP-STATUS = '00'
                               MOVE PM-CPF TO EM-CPF
                               READ EMPLOYEE-MASTER-FILE
                                   INVALID KEY
                                       MOVE SPACES TO EM-DEPARTAMENTO
                               END-READ
                               PERFORM 0360-ACHA-CC-FUNCIONARIO
                           ELSE
                               MOVE SPACES TO WRK-CC-ATUAL
                           END-IF
                           MOVE 'F' TO WRK-BASE-ATUAL
                           MOVE PM-SALARY TO WRK-VALOR-CONTA
                           IF PM-FGTS NUMERIC
                               ADD PM-FGTS TO WRK-VALOR-CONTA
                           END-IF
                           PERFORM 0380-SOMA-DIRECIONADOR
                       END-IF
               END-READ
           END-PERFORM.

           IF WRK-EMP-STATUS = '00'
               CLOSE EMPLOYEE-MASTER-FILE
           END-IF.
           CLOSE PAYROLL-MASTER-FILE.
       0340-EXIT.
           EXIT.

      ******************************************************************
      * 0360-ACHA-CC-FUNCIONARIO - CENTRO DE CUSTO DO DEPARTAMENTO DO
      * FUNCIONARIO LIDO (EM-DEPARTAMENTO) PELO MAPA; SEM DEPARTAMENTO
      * OU SEM MAPA, O CENTRO FICA EM BRANCO E NAO ENTRA EM DESTINO.
      ******************************************************************
       0360-ACHA-CC-FUNCIONARIO SECTION.
           MOVE '(SEM DEPTO)' TO WRK-DEP-ATUAL.
           IF EM-DEPARTAMENTO NOT = SPACES
               MOVE EM-DEPARTAMENTO TO WRK-DEP-ATUAL
           END-IF.

           MOVE SPACES TO WRK-CC-ATUAL.
           PERFORM VARYING WRK-MAPA-IDX FROM 1 BY 1
                   UNTIL WRK-MAPA-IDX > WRK-MAPA-QTD
               IF WRK-MAPA-DEPTO(WRK-MAPA-IDX) = WRK-DEP-ATUAL
                   MOVE WRK-MAPA-CC(WRK-MAPA-IDX) TO WRK-CC-ATUAL
               END-IF
           END-PERFORM.

      ******************************************************************
      * 0380-SOMA-DIRECIONADOR - SOMA WRK-VALOR-CONTA NAS REGRAS DA
      * BASE WRK-BASE-ATUAL CUJO DESTINO E WRK-CC-ATUAL.
      ******************************************************************
       0380-SOMA-DIRECIONADOR SECTION.
           IF WRK-CC-ATUAL = SPACES
               GO TO 0380-EXIT
           END-IF.

           PERFORM VARYING WRK-RGR-IDX FROM 1 BY 1
                   UNTIL WRK-RGR-IDX > WRK-RGR-QTD
               IF WRK-RGR-BASE(WRK-RGR-IDX) = WRK-BASE-ATUAL
                   AND WRK-RGR-DESTINO(WRK-RGR-IDX) = WRK-CC-ATUAL
                   ADD WRK-VALOR-CONTA TO WRK-RGR-DRIVER(WRK-RGR-IDX)
               END-IF
           END-PERFORM.
       0380-EXIT.
           EXIT.

      ******************************************************************
      * 0400-APURA-DESPESA - DESPESA DO MES (CONTAS 3000-3999) DAS
      * ORIGENS VALIDAS, POR CONTA, NO ARQUIVO MORTO E NO PERIODO
      * ABERTO. LINHA DE RATEIO JA LANCADA (GL-OPERADOR PROGCOB151)
      * NAO E RATEADA DE NOVO.
      ******************************************************************
       0400-APURA-DESPESA SECTION.
           OPEN INPUT GL-ARCHIVE-FILE.
           IF WRK-ARC-STATUS = '00'
               PERFORM UNTIL ARC-ACABOU
                   READ GL-ARCHIVE-FILE
                       AT END
                           MOVE 'S' TO WRK-ARC-EOF
                       NOT AT END
                           MOVE GX-REGISTRO TO GL-REGISTRO
                           PERFORM 0450-ACUMULA-LINHA
                   END-READ
               END-PERFORM
               CLOSE GL-ARCHIVE-FILE
           END-IF.

           OPEN INPUT GL-TRANSACTION-FILE.
           IF WRK-GL-STATUS = '00'
               PERFORM UNTIL GL-ACABOU
                   READ GL-TRANSACTION-FILE
                       AT END
                           MOVE 'S' TO WRK-GL-EOF
                       NOT AT END
                           PERFORM 0450-ACUMULA-LINHA
                   END-READ
               END-PERFORM
               CLOSE GL-TRANSACTION-FILE
           END-IF.

      ******************************************************************
      * 0450-ACUMULA-LINHA - LINHA DE DESPESA DA COMPETENCIA EM CENTRO
      * DE ORIGEM VALIDO SOMA (D) OU SUBTRAI (C) NA CONTA DA ORIGEM.
      * O LANCAMENTO DE ENCERRAMENTO DO EXERCICIO (PROGCOB152) FICA
      * DE FORA: ELE SO ZERA AS CONTAS DE RESULTADO NA VIRADA.
      ******************************************************************
       0450-ACUMULA-LINHA SECTION.
           IF GL-DATA NOT NUMERIC OR GL-DATA = 0
               GO TO 0450-EXIT
           END-IF.
           IF GL-OPERADOR = 'PROGCOB152'
               GO TO 0450-EXIT
           END-IF.
           MOVE GL-DATA(1:6) TO WRK-COMP-LINHA.
           IF WRK-COMP-LINHA NOT = WRK-COMPETENCIA
               GO TO 0450-EXIT
           END-IF.
           IF GL-CONTA < 3000 OR GL-CONTA > 3999
               GO TO 0450-EXIT
           END-IF.
           IF GL-TIPO NOT = 'C' AND GL-TIPO NOT = 'D'
               GO TO 0450-EXIT
           END-IF.
           IF GL-OPERADOR = 'PROGCOB151'
               GO TO 0450-EXIT
           END-IF.

           MOVE 0 TO WRK-ORI-POS.
           PERFORM VARYING WRK-ORI-IDX FROM 1 BY 1
                   UNTIL WRK-ORI-IDX > WRK-ORI-QTD
                       OR WRK-ORI-POS > 0
               IF WRK-ORI-CODIGO(WRK-ORI-IDX) = GL-CCUSTO
                   MOVE WRK-ORI-IDX TO WRK-ORI-POS
               END-IF
           END-PERFORM.
           IF WRK-ORI-POS = 0
               GO TO 0450-EXIT
           END-IF.
           IF ORIGEM-RECUSADA(WRK-ORI-POS)
               GO TO 0450-EXIT
           END-IF.

           MOVE 0 TO WRK-DSP-POS.
           PERFORM VARYING WRK-DSP-IDX FROM 1 BY 1
                   UNTIL WRK-DSP-IDX > WRK-DSP-QTD
                       OR WRK-DSP-POS > 0
               IF WRK-DSP-ORI(WRK-DSP-IDX) = WRK-ORI-POS
                   AND WRK-DSP-CONTA(WRK-DSP-IDX) = GL-CONTA
                   MOVE WRK-DSP-IDX TO WRK-DSP-POS
               END-IF
           END-PERFORM.
           IF WRK-DSP-POS = 0
               IF WRK-DSP-QTD >= 500
                   DISPLAY 'MAIS DE 500 CONTAS DE ORIGEM - CONTA '
                           GL-CONTA ' FORA DO RATEIO'
                   GO TO 0450-EXIT
               END-IF
               ADD 1 TO WRK-DSP-QTD
               MOVE WRK-DSP-QTD TO WRK-DSP-POS
               MOVE WRK-ORI-POS TO WRK-DSP-ORI(WRK-DSP-POS)
               MOVE GL-CONTA    TO WRK-DSP-CONTA(WRK-DSP-POS)
               MOVE 0           TO WRK-DSP-VALOR(WRK-DSP-POS)
           END-IF.

           IF GL-TIPO = 'D'
               ADD GL-VALOR TO WRK-DSP-VALOR(WRK-DSP-POS)
           ELSE
               SUBTRACT GL-VALOR FROM WRK-DSP-VALOR(WRK-DSP-POS)
           END-IF.
       0450-EXIT.
           EXIT.

      ******************************************************************
      * 0500-RATEIA-ORIGEM - BLOCO DA ORIGEM WRK-ORI-IDX NO ALLOCRPT:
      * BASE, DESTINOS COM O DIRECIONADOR E A PARTICIPACAO, E O RATEIO
      * CONTA A CONTA. ORIGEM RECUSADA SAI SO COM O MOTIVO.
      ******************************************************************
       0500-RATEIA-ORIGEM SECTION.
           EVALUATE WRK-ORI-BASE(WRK-ORI-IDX)
               WHEN 'P'
                   MOVE 'PERCENTUAL FIXO' TO WRK-BASE-NOME
               WHEN 'H'
                   MOVE 'QUADRO DE FUNCIONARIOS' TO WRK-BASE-NOME
               WHEN 'F'
                   MOVE 'CUSTO DA FOLHA (BRUTO + FGTS)'
                       TO WRK-BASE-NOME
               WHEN OTHER
                   MOVE 'BASE INVALIDA' TO WRK-BASE-NOME
           END-EVALUATE.

           MOVE SPACES TO RR-LINHA.
           WRITE RR-LINHA.
           STRING 'ORIGEM ' WRK-ORI-CODIGO(WRK-ORI-IDX)
                  '  BASE: ' WRK-BASE-NOME
               DELIMITED BY SIZE INTO RR-LINHA
           END-STRING.
           WRITE RR-LINHA.

           IF ORIGEM-RECUSADA(WRK-ORI-IDX)
               ADD 1 TO WRK-QTDE-RECUSA
               MOVE SPACES TO RR-LINHA
               STRING '  *** ORIGEM NAO RATEADA: '
                      WRK-ORI-MOTIVO(WRK-ORI-IDX)
                   DELIMITED BY SIZE INTO RR-LINHA
               END-STRING
               WRITE RR-LINHA
               GO TO 0500-EXIT
           END-IF.

           PERFORM VARYING WRK-RGR-IDX FROM 1 BY 1
                   UNTIL WRK-RGR-IDX > WRK-RGR-QTD
               IF WRK-RGR-ORI(WRK-RGR-IDX) = WRK-ORI-IDX
                   PERFORM 0520-IMPRIME-DESTINO
               END-IF
           END-PERFORM.

           MOVE SPACES TO RR-LINHA.
           STRING '  CONTA DESPESA NA ORIGEM        DEST'
                  '       VALOR MOVIDO'
               DELIMITED BY SIZE INTO RR-LINHA
           END-STRING.
           WRITE RR-LINHA.

           PERFORM VARYING WRK-DSP-IDX FROM 1 BY 1
                   UNTIL WRK-DSP-IDX > WRK-DSP-QTD
               IF WRK-DSP-ORI(WRK-DSP-IDX) = WRK-ORI-IDX
                   AND WRK-DSP-VALOR(WRK-DSP-IDX) > 0
                   PERFORM 0550-RATEIA-CONTA
               END-IF
           END-PERFORM.

           MOVE WRK-ORI-MOVIDO(WRK-ORI-IDX) TO WRK-ED-VALOR.
           MOVE SPACES TO RR-LINHA.
           STRING '  TOTAL MOVIDO DA ORIGEM '
                  WRK-ORI-CODIGO(WRK-ORI-IDX) ':  ' WRK-ED-VALOR
               DELIMITED BY SIZE INTO RR-LINHA
           END-STRING.
           WRITE RR-LINHA.
       0500-EXIT.
           EXIT.

      ******************************************************************
      * 0520-IMPRIME-DESTINO - DESTINO DA REGRA WRK-RGR-IDX COM O VALOR
      * DO DIRECIONADOR E A PARTICIPACAO NA ORIGEM.
      ******************************************************************
       0520-IMPRIME-DESTINO SECTION.
           IF WRK-ORI-BASE(WRK-ORI-IDX) = 'P'
               MOVE WRK-RGR-PERCENTUAL(WRK-RGR-IDX) TO WRK-PERC-PARTE
           ELSE
               COMPUTE WRK-PERC-PARTE ROUNDED =
                   WRK-RGR-DRIVER(WRK-RGR-IDX) * 100
                   / WRK-ORI-DRIVER-TOT(WRK-ORI-IDX)
           END-IF.
           MOVE WRK-PERC-PARTE TO WRK-ED-PERC.
           MOVE WRK-RGR-DRIVER(WRK-RGR-IDX) TO WRK-ED-VALOR.
           MOVE SPACES TO RR-LINHA.
           STRING '  DESTINO ' WRK-RGR-DESTINO(WRK-RGR-IDX)
                  '  DIRECIONADOR ' WRK-ED-VALOR
                  '  PARTICIPACAO ' WRK-ED-PERC '%'
               DELIMITED BY SIZE INTO RR-LINHA
           END-STRING.
           WRITE RR-LINHA.

      ******************************************************************
      * 0550-RATEIA-CONTA - ESPALHA A DESPESA DA CONTA WRK-DSP-IDX PELOS
      * DESTINOS: PARTE = DESPESA X DIRECIONADOR / SOMA (NO PERCENTUAL,
      * DESPESA X PERCENTUAL / 100). QUANDO A ORIGEM E ESVAZIADA
      * INTEIRA, A ULTIMA REGRA FICA COM A SOBRA DO ARREDONDAMENTO.
      * LANCA D NA CONTA / DESTINO PARA CADA PARTE E UM C NA CONTA /
      * ORIGEM PELO TOTAL MOVIDO.
      ******************************************************************
       0550-RATEIA-CONTA SECTION.
           MOVE WRK-DSP-VALOR(WRK-DSP-IDX) TO WRK-VALOR-CONTA.
           MOVE WRK-VALOR-CONTA TO WRK-VALOR-RESTO.
           MOVE 0 TO WRK-VALOR-MOVIDO.

           PERFORM VARYING WRK-RGR-IDX FROM 1 BY 1
                   UNTIL WRK-RGR-IDX > WRK-RGR-QTD
               IF WRK-RGR-ORI(WRK-RGR-IDX) = WRK-ORI-IDX
                   IF WRK-ORI-BASE(WRK-ORI-IDX) = 'P'
                       COMPUTE WRK-RGR-PARTE(WRK-RGR-IDX) ROUNDED =
                           WRK-VALOR-CONTA
                           * WRK-RGR-PERCENTUAL(WRK-RGR-IDX) / 100
                   ELSE
                       COMPUTE WRK-RGR-PARTE(WRK-RGR-IDX) ROUNDED =
                           WRK-VALOR-CONTA
                           * WRK-RGR-DRIVER(WRK-RGR-IDX)
                           / WRK-ORI-DRIVER-TOT(WRK-ORI-IDX)
                   END-IF
                   IF WRK-RGR-IDX = WRK-ORI-ULT-REGRA(WRK-ORI-IDX)
                       AND (WRK-ORI-BASE(WRK-ORI-IDX) NOT = 'P'
                            OR WRK-ORI-DRIVER-TOT(WRK-ORI-IDX) = 100)
                       MOVE WRK-VALOR-RESTO
                           TO WRK-RGR-PARTE(WRK-RGR-IDX)
                   END-IF
                   IF WRK-RGR-PARTE(WRK-RGR-IDX) > WRK-VALOR-RESTO
                       MOVE WRK-VALOR-RESTO
                           TO WRK-RGR-PARTE(WRK-RGR-IDX)
                   END-IF
                   SUBTRACT WRK-RGR-PARTE(WRK-RGR-IDX)
                       FROM WRK-VALOR-RESTO
                   ADD WRK-RGR-PARTE(WRK-RGR-IDX) TO WRK-VALOR-MOVIDO
               END-IF
           END-PERFORM.

           IF WRK-VALOR-MOVIDO = 0
               GO TO 0550-EXIT
           END-IF.

           MOVE WRK-DSP-CONTA(WRK-DSP-IDX) TO GL-CONTA.
           MOVE 'C' TO GL-TIPO.
           MOVE WRK-VALOR-MOVIDO TO GL-VALOR.
           MOVE WRK-DATA-REF-NUM TO GL-DATA.
           MOVE 'PROGCOB151' TO GL-OPERADOR.
           MOVE WRK-ORI-CODIGO(WRK-ORI-IDX) TO GL-CCUSTO.
           WRITE GL-REGISTRO.
           ADD 1 TO WRK-QTDE-LANC.

           MOVE WRK-VALOR-CONTA TO WRK-ED-VALOR.
           MOVE SPACES TO RR-LINHA.
           STRING '  ' WRK-DSP-CONTA(WRK-DSP-IDX) ' ' WRK-ED-VALOR
               DELIMITED BY SIZE INTO RR-LINHA
           END-STRING.
           WRITE RR-LINHA.

           PERFORM VARYING WRK-RGR-IDX FROM 1 BY 1
                   UNTIL WRK-RGR-IDX > WRK-RGR-QTD
               IF WRK-RGR-ORI(WRK-RGR-IDX) = WRK-ORI-IDX
                   AND WRK-RGR-PARTE(WRK-RGR-IDX) > 0
                   MOVE 'D' TO GL-TIPO
                   MOVE WRK-RGR-PARTE(WRK-RGR-IDX) TO GL-VALOR
                   MOVE WRK-RGR-DESTINO(WRK-RGR-IDX) TO GL-CCUSTO
                   WRITE GL-REGISTRO
                   ADD 1 TO WRK-QTDE-LANC
                   ADD WRK-RGR-PARTE(WRK-RGR-IDX)
                       TO WRK-RGR-VALOR(WRK-RGR-IDX)
                   MOVE WRK-RGR-PARTE(WRK-RGR-IDX) TO WRK-ED-VALOR
                   MOVE SPACES TO RR-LINHA
                   STRING '                                 '
                          WRK-RGR-DESTINO(WRK-RGR-IDX) ' '
                          WRK-ED-VALOR
                       DELIMITED BY SIZE INTO RR-LINHA
                   END-STRING
                   WRITE RR-LINHA
               END-IF
           END-PERFORM.

           ADD WRK-VALOR-MOVIDO TO WRK-ORI-MOVIDO(WRK-ORI-IDX).
           ADD WRK-VALOR-MOVIDO TO WRK-TOT-MOVIDO.
       0550-EXIT.
           EXIT.

      ******************************************************************
      * 0700-MARCA-RATEIO-FEITO - REGISTRA NO ALLOCCTL QUE O RATEIO DA
      * COMPETENCIA JA FOI LANCADO.
      ******************************************************************
       0700-MARCA-RATEIO-FEITO SECTION.
           OPEN EXTEND ALLOC-CONTROL-FILE.
           IF WRK-CTL-STATUS NOT = '00'
               OPEN OUTPUT ALLOC-CONTROL-FILE
           END-IF.
           MOVE WRK-COMPETENCIA TO AC-COMPETENCIA.
           WRITE AC-REGISTRO.
           CLOSE ALLOC-CONTROL-FILE.

      ******************************************************************
      * 0800-TOTAIS - TOTAL RECEBIDO POR DESTINO E TOTAL GERAL MOVIDO.
      ******************************************************************
       0800-TOTAIS SECTION.
           MOVE SPACES TO RR-LINHA.
           WRITE RR-LINHA.
           MOVE ALL '-' TO RR-LINHA.
           WRITE RR-LINHA.

           PERFORM VARYING WRK-RGR-IDX FROM 1 BY 1
                   UNTIL WRK-RGR-IDX > WRK-RGR-QTD
               IF WRK-RGR-VALOR(WRK-RGR-IDX) > 0
                   MOVE WRK-RGR-VALOR(WRK-RGR-IDX) TO WRK-ED-VALOR
                   MOVE SPACES TO RR-LINHA
                   STRING 'DE ' WRK-RGR-ORIGEM(WRK-RGR-IDX)
                          ' PARA ' WRK-RGR-DESTINO(WRK-RGR-IDX)
                          ': ' WRK-ED-VALOR
                       DELIMITED BY SIZE INTO RR-LINHA
                   END-STRING
                   WRITE RR-LINHA
               END-IF
           END-PERFORM.

           MOVE WRK-TOT-MOVIDO TO WRK-ED-VALOR.
           MOVE SPACES TO RR-LINHA.
           STRING 'TOTAL MOVIDO: ' WRK-ED-VALOR
                  '  LANCAMENTOS: ' WRK-QTDE-LANC
                  '  ORIGENS NAO RATEADAS: ' WRK-QTDE-RECUSA
               DELIMITED BY SIZE INTO RR-LINHA
           END-STRING.
           WRITE RR-LINHA.

           IF WRK-QTDE-LANC = 0
               MOVE SPACES TO RR-LINHA
               WRITE RR-LINHA FROM
                   'NADA A RATEAR - SEM DESPESA NAS ORIGENS VALIDAS'
           END-IF.

       END PROGRAM PROGCOB151.
