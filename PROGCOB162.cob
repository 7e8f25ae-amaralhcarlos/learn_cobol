       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB162.
      ******************************************************************
      *AUTHOR: CARLOS AMARAL
      *DATE: 15/10/2026
      *PURPOSE: CALCULO MENSAL DO VALE-TRANSPORTE E DO VALE-REFEICAO.
      *         PARA A COMPETENCIA INFORMADA, CONTA OS DIAS UTEIS DO
      *         MES NO CALENDARIO BATCH (BATCHCAL, DO PROGCOB060; SEM
      *         ELE, PELO DATEUTIL) E TIRA OS DIAS UTEIS DE AUSENCIA
      *         DO MES ANTERIOR NO REGISTRO DE AUSENCIAS (PROGCOB159,
      *         VIA ABSUTIL) - CREDITO DE DIA NAO TRABALHADO E
      *         COMPENSADO NA COMPRA SEGUINTE. PARA CADA INSCRITO NO
      *         BENENROLL (PROGCOB161), FUNCIONARIO ATIVO, CALCULA O
      *         CUSTO DO VT (DIAS X TARIFAS DO DIA) E DO VR (DIAS X
      *         VALOR DO PLANO NO MEALPLANS), A PARTE DO FUNCIONARIO
      *         (VT: 6% DO SALARIO BASE, LIMITADO AO CUSTO; VR: O
      *         PERCENTUAL DO PLANO) E GRAVA:
      *           BENDEDUCT  - A PARTE DO FUNCIONARIO, DESCONTADA PELO
      *                        PROGCOB004B NA FOLHA DA COMPETENCIA
      *                        (RODAR DE NOVO REGRAVA A COMPETENCIA);
      *           BENORDER   - O PEDIDO DE CARGA DOS CARTOES NO LAYOUT
      *                        DA OPERADORA (H / D POR BENEFICIO / T);
      *           BENEFITRPT - O RESUMO PARA O RH CONFERIR.
      *         RETURN-CODE 8 SEM O EMPLOYEEMASTER OU COM COMPETENCIA
      *         INVALIDA; 4 QUANDO HA INSCRITO RECUSADO.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BEN-ENROLL-FILE ASSIGN TO 'BENENROLL'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-BEN-STATUS.

           SELECT MEAL-PLANS-FILE ASSIGN TO 'MEALPLANS'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-PLANO-STATUS.

           SELECT BATCH-CAL-FILE ASSIGN TO 'BATCHCAL'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-CAL-STATUS.

           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO 'EMPLOYEEMASTER'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-CPF
               FILE STATUS IS WRK-EMP-STATUS.

           SELECT BEN-DEDUCT-FILE ASSIGN TO 'BENDEDUCT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-DED-STATUS.

           SELECT BEN-ORDER-FILE ASSIGN TO 'BENORDER'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-ORD-STATUS.

           SELECT BEN-REPORT-FILE ASSIGN TO 'BENEFITRPT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BEN-ENROLL-FILE.
           COPY 'BENENROLL-REC.cob'.

       FD  MEAL-PLANS-FILE.
           COPY 'MEALPLAN-REC.cob'.

       FD  BATCH-CAL-FILE.
       01  BC-REGISTRO.
           02  BC-DATA         PIC 9(08).
           02  BC-WEEKDAY      PIC 9(01).
           02  BC-DIA-UTIL     PIC X(01).
           02  BC-DIA-ANO      PIC 9(03).
           02  BC-DIAS-REST    PIC 9(03).
           02  BC-TRIMESTRE    PIC 9(01).

       FD  EMPLOYEE-MASTER-FILE.
           COPY 'EMPMASTER-REC.cob'.

       FD  BEN-DEDUCT-FILE.
           COPY 'BENDEDUCT-REC.cob'.

       FD  BEN-ORDER-FILE.
       01  BO-REGISTRO             PIC X(80).

       FD  BEN-REPORT-FILE.
       01  BR-LINHA                PIC X(120).

       WORKING-STORAGE SECTION.
       COPY 'CURRENCY-BOOK.cob'.
       COPY 'DATEUTIL-PARM.cob'.
       COPY 'ABSUTIL-PARM.cob'.

       77  WRK-BEN-STATUS      PIC X(02)       VALUE SPACES.
       77  WRK-BEN-EOF         PIC X(01)       VALUE 'N'.
           88  BEN-ACABOU                      VALUE 'S'.
       77  WRK-PLANO-STATUS    PIC X(02)       VALUE SPACES.
       77  WRK-PLANO-EOF       PIC X(01)       VALUE 'N'.
           88  PLANO-ACABOU                    VALUE 'S'.
       77  WRK-CAL-STATUS      PIC X(02)       VALUE SPACES.
       77  WRK-CAL-EOF         PIC X(01)       VALUE 'N'.
           88  CAL-ACABOU                      VALUE 'S'.
       77  WRK-EMP-STATUS      PIC X(02)       VALUE SPACES.
       77  WRK-DED-STATUS      PIC X(02)       VALUE SPACES.
       77  WRK-DED-EOF         PIC X(01)       VALUE 'N'.
           88  DED-ACABOU                      VALUE 'S'.
       77  WRK-ORD-STATUS      PIC X(02)       VALUE SPACES.
       77  WRK-REPORT-STATUS   PIC X(02)       VALUE SPACES.

       01  WRK-HOJE.
           02  WRK-HOJE-ANO    PIC 9(04)       VALUE ZEROES.
           02  WRK-HOJE-MES    PIC 9(02)       VALUE ZEROES.
           02  WRK-HOJE-DIA    PIC 9(02)       VALUE ZEROES.
       01  WRK-COMPETENCIA.
           02  WRK-COMP-ANO    PIC 9(04)       VALUE ZEROES.
           02  WRK-COMP-MES    PIC 9(02)       VALUE ZEROES.

      ******************************************************************
      * DIAS DO MES DO BENEFICIO E INTERVALO DO MES ANTERIOR, ONDE AS
      * AUSENCIAS SAO CONTADAS.
      ******************************************************************
       01  WRK-DIA.
           02  WRK-DIA-ANO     PIC 9(04)       VALUE ZEROES.
           02  WRK-DIA-MES     PIC 9(02)       VALUE ZEROES.
           02  WRK-DIA-DIA     PIC 9(02)       VALUE ZEROES.
       77  WRK-ULT-DIA         PIC 9(02)       VALUE ZEROES.
       77  WRK-DIAS-UTEIS      PIC 9(02)       VALUE ZEROES.
       77  WRK-ORIGEM-DIAS     PIC X(08)       VALUE SPACES.
       77  WRK-ANT-INI         PIC 9(08)       VALUE ZEROES.
       77  WRK-ANT-FIM         PIC 9(08)       VALUE ZEROES.

      ******************************************************************
      * CALCULO DO INSCRITO EM PROCESSO.
      ******************************************************************
       77  WRK-AUSENCIAS       PIC 9(03)       VALUE ZEROES.
       77  WRK-DIAS-BENEF      PIC 9(02)       VALUE ZEROES.
       77  WRK-TRECHO-IDX      PIC 9(01)       VALUE ZEROES.
       77  WRK-VT-DIA          PIC 9(03)V99    VALUE ZEROES.
       77  WRK-CUSTO-VT        PIC 9(06)V99    VALUE ZEROES.
       77  WRK-TETO-VT         PIC 9(06)V99    VALUE ZEROES.
       77  WRK-DESC-VT         PIC 9(06)V99    VALUE ZEROES.
       77  WRK-VR-DIA          PIC 9(03)V99    VALUE ZEROES.
       77  WRK-VR-PERC         PIC 9(02)V99    VALUE ZEROES.
       77  WRK-CUSTO-VR        PIC 9(06)V99    VALUE ZEROES.
       77  WRK-DESC-VR         PIC 9(06)V99    VALUE ZEROES.
       77  WRK-MOTIVO          PIC X(40)       VALUE SPACES.
       77  WRK-ED-CUSTO-VT     PIC ZZ.ZZ9,99   VALUE ZEROES.
       77  WRK-ED-DESC-VT      PIC ZZ.ZZ9,99   VALUE ZEROES.
       77  WRK-ED-CUSTO-VR     PIC ZZ.ZZ9,99   VALUE ZEROES.
       77  WRK-ED-DESC-VR      PIC ZZ.ZZ9,99   VALUE ZEROES.

      ******************************************************************
      * PLANOS DE VALE-REFEICAO (MEALPLANS).
      ******************************************************************
       77  WRK-PLANO-QTD       PIC 9(02)       VALUE ZEROES.
       77  WRK-PLANO-IDX       PIC 9(02)       VALUE ZEROES.
       01  WRK-TAB-PLANOS.
           02  WRK-PLANO-LINHA OCCURS 20 TIMES.
               03  WRK-PLANO-CODIGO    PIC X(02).
               03  WRK-PLANO-VALOR     PIC 9(03)V99.
               03  WRK-PLANO-PERC      PIC 9(02)V99.

      ******************************************************************
      * LINHAS DO BENDEDUCT DE OUTRAS COMPETENCIAS, PRESERVADAS NA
      * REGRAVACAO (MESMA MECANICA DO HOURSWORKED NO PROGCOB045), E AS
      * DA COMPETENCIA CALCULADA AGORA.
      ******************************************************************
       77  WRK-OUT-QTD         PIC 9(05)       VALUE ZEROES.
       77  WRK-OUT-IDX         PIC 9(05)       VALUE ZEROES.
       01  WRK-TAB-DESCONTOS.
           02  WRK-OUT-LINHA   PIC X(33)       OCCURS 5000 TIMES.

      ******************************************************************
      * REGISTROS DO BENORDER: H COM DATA E COMPETENCIA, D COM A CARGA
      * DO CARTAO DO FUNCIONARIO POR PRODUTO (VT OU VR) E T COM
      * QUANTIDADE E SOMA.
      ******************************************************************
       01  WRK-REG-HEADER.
           02  FILLER          PIC X(01)       VALUE 'H'.
           02  WRH-DATA        PIC 9(08).
           02  WRH-COMPETENCIA PIC 9(06).
       01  WRK-REG-DETALHE.
           02  FILLER          PIC X(01)       VALUE 'D'.
           02  WRD-PRODUTO     PIC X(02).
           02  WRD-CPF         PIC 9(11).
           02  WRD-NOME        PIC X(40).
           02  WRD-DIAS        PIC 9(02).
           02  WRD-VALOR-DIA   PIC 9(03)V99.
           02  WRD-VALOR       PIC 9(06)V99.
       01  WRK-REG-TRAILER.
           02  FILLER          PIC X(01)       VALUE 'T'.
           02  WRT-QTDE        PIC 9(06).
           02  WRT-TOTAL       PIC 9(10)V99.

       77  WRK-QTDE-INSCRITOS  PIC 9(05)       VALUE ZEROES.
       77  WRK-QTDE-RECUSADOS  PIC 9(05)       VALUE ZEROES.
       77  WRK-QTDE-PEDIDO     PIC 9(06)       VALUE ZEROES.
       77  WRK-TOT-PEDIDO      PIC 9(10)V99    VALUE ZEROES.
       77  WRK-TOT-CUSTO-VT    PIC 9(09)V99    VALUE ZEROES.
       77  WRK-TOT-DESC-VT     PIC 9(09)V99    VALUE ZEROES.
       77  WRK-TOT-CUSTO-VR    PIC 9(09)V99    VALUE ZEROES.
       77  WRK-TOT-DESC-VR     PIC 9(09)V99    VALUE ZEROES.

       PROCEDURE DIVISION.

           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.

           DISPLAY 'COMPETENCIA DOS BENEFICIOS (AAAAMM): '.
           ACCEPT WRK-COMPETENCIA.

           MOVE 'V'          TO DU-FUNCAO.
           MOVE WRK-COMP-ANO TO DU-ANO.
           MOVE WRK-COMP-MES TO DU-MES.
           MOVE 01           TO DU-DIA.
           CALL 'DATEUTIL' USING DU-PARM.
           IF DU-RETORNO NOT = 'S'
               DISPLAY 'COMPETENCIA INVALIDA: ' WRK-COMPETENCIA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE DU-ULT-DIA TO WRK-ULT-DIA.

           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WRK-EMP-STATUS NOT = '00'
               DISPLAY 'EMPLOYEEMASTER NAO ENCONTRADO - BENEFICIOS '
                       'NAO CALCULADOS'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 0100-CONTA-DIAS-UTEIS.
           PERFORM 0150-MES-ANTERIOR.
           PERFORM 0200-CARREGA-PLANOS.
           PERFORM 0250-CARREGA-OUTRAS.

           OPEN OUTPUT BEN-ORDER-FILE.
           MOVE WRK-HOJE        TO WRH-DATA.
           MOVE WRK-COMPETENCIA TO WRH-COMPETENCIA.
           MOVE SPACES TO BO-REGISTRO.
           MOVE WRK-REG-HEADER TO BO-REGISTRO.
           WRITE BO-REGISTRO.

           PERFORM 0300-ABRE-RELATORIO.

           OPEN INPUT BEN-ENROLL-FILE.
           IF WRK-BEN-STATUS NOT = '00'
               DISPLAY 'BENENROLL NAO ENCONTRADO - NENHUM INSCRITO'
           ELSE
               PERFORM UNTIL BEN-ACABOU
                   READ BEN-ENROLL-FILE
                       AT END
                           MOVE 'S' TO WRK-BEN-EOF
                       NOT AT END
                           PERFORM 0400-CALCULA-INSCRITO
                   END-READ
               END-PERFORM
               CLOSE BEN-ENROLL-FILE
           END-IF.

           MOVE WRK-QTDE-PEDIDO TO WRT-QTDE.
           MOVE WRK-TOT-PEDIDO  TO WRT-TOTAL.
           MOVE SPACES TO BO-REGISTRO.
           MOVE WRK-REG-TRAILER TO BO-REGISTRO.
           WRITE BO-REGISTRO.
           CLOSE BEN-ORDER-FILE.

           CLOSE EMPLOYEE-MASTER-FILE.

           PERFORM 0700-REGRAVA-DESCONTOS.
           PERFORM 0800-FECHA-RELATORIO.

           DISPLAY 'INSCRITOS CALCULADOS: ' WRK-QTDE-INSCRITOS.
           DISPLAY 'INSCRITOS RECUSADOS: '  WRK-QTDE-RECUSADOS.
           MOVE WRK-TOT-PEDIDO TO WRK-CURR-ED-09.
           DISPLAY 'TOTAL DO PEDIDO A OPERADORA: ' WRK-CURR-ED-09.

           IF WRK-QTDE-RECUSADOS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

      ******************************************************************
      * 0100-CONTA-DIAS-UTEIS - DIAS UTEIS DO MES NO BATCHCAL. SE O
      * CALENDARIO NAO EXISTE OU AINDA NAO TEM O ANO, CONTA PELO
      * DATEUTIL (MESMA REGRA QUE GEROU O BATCHCAL).
      ******************************************************************
       0100-CONTA-DIAS-UTEIS SECTION.
           MOVE 0 TO WRK-DIAS-UTEIS.
           MOVE 'BATCHCAL' TO WRK-ORIGEM-DIAS.

           OPEN INPUT BATCH-CAL-FILE.
           IF WRK-CAL-STATUS = '00'
               PERFORM UNTIL CAL-ACABOU
                   READ BATCH-CAL-FILE
                       AT END
                           MOVE 'S' TO WRK-CAL-EOF
                       NOT AT END
                           IF BC-DATA(1:6) = WRK-COMPETENCIA
                               AND BC-DIA-UTIL = 'S'
                               ADD 1 TO WRK-DIAS-UTEIS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BATCH-CAL-FILE
           END-IF.

           IF WRK-DIAS-UTEIS > 0
               GO TO 0100-EXIT
           END-IF.

           MOVE 'DATEUTIL' TO WRK-ORIGEM-DIAS.
           MOVE WRK-COMP-ANO TO WRK-DIA-ANO.
           MOVE WRK-COMP-MES TO WRK-DIA-MES.
           MOVE 1            TO WRK-DIA-DIA.
           PERFORM UNTIL WRK-DIA-DIA > WRK-ULT-DIA
               MOVE 'U'     TO DU-FUNCAO
               MOVE WRK-DIA TO DU-DATA
               MOVE SPACES  TO DU-UF
               CALL 'DATEUTIL' USING DU-PARM
               IF DU-RETORNO = 'S'
                   ADD 1 TO WRK-DIAS-UTEIS
               END-IF
               ADD 1 TO WRK-DIA-DIA
           END-PERFORM.
       0100-EXIT.
           EXIT.

      ******************************************************************
      * 0150-MES-ANTERIOR - PRIMEIRO E ULTIMO DIA DO MES ANTERIOR A
      * COMPETENCIA, ONDE AS AUSENCIAS SAO APURADAS.
      ******************************************************************
       0150-MES-ANTERIOR SECTION.
           MOVE WRK-COMP-ANO TO WRK-DIA-ANO.
           MOVE WRK-COMP-MES TO WRK-DIA-MES.
           MOVE 1            TO WRK-DIA-DIA.
           IF WRK-DIA-MES = 1
               MOVE 12 TO WRK-DIA-MES
               SUBTRACT 1 FROM WRK-DIA-ANO
           ELSE
               SUBTRACT 1 FROM WRK-DIA-MES
           END-IF.
           MOVE WRK-DIA TO WRK-ANT-INI.

           MOVE 'V'     TO DU-FUNCAO.
           MOVE WRK-DIA TO DU-DATA.
           CALL 'DATEUTIL' USING DU-PARM.
           MOVE DU-ULT-DIA TO WRK-DIA-DIA.
           MOVE WRK-DIA TO WRK-ANT-FIM.

      ******************************************************************
      * 0200-CARREGA-PLANOS - VALOR DO DIA E PERCENTUAL DO
      * FUNCIONARIO DE CADA PLANO DE VR.
      ******************************************************************
       0200-CARREGA-PLANOS SECTION.
           OPEN INPUT MEAL-PLANS-FILE.
           IF WRK-PLANO-STATUS NOT = '00'
               DISPLAY 'MEALPLANS NAO ENCONTRADO - VR NAO CALCULADO'
               GO TO 0200-EXIT
           END-IF.

           PERFORM UNTIL PLANO-ACABOU
               READ MEAL-PLANS-FILE
                   AT END
                       MOVE 'S' TO WRK-PLANO-EOF
                   NOT AT END
                       IF WRK-PLANO-QTD < 20
                           ADD 1 TO WRK-PLANO-QTD
                           MOVE MP-CODIGO
                               TO WRK-PLANO-CODIGO(WRK-PLANO-QTD)
                           MOVE MP-VALOR-DIA
                               TO WRK-PLANO-VALOR(WRK-PLANO-QTD)
                           MOVE MP-PERC-FUNC
                               TO WRK-PLANO-PERC(WRK-PLANO-QTD)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE MEAL-PLANS-FILE.
       0200-EXIT.
           EXIT.

      ******************************************************************
      * 0250-CARREGA-OUTRAS - GUARDA AS LINHAS DO BENDEDUCT QUE NAO
      * SAO DA COMPETENCIA EM CALCULO.
      ******************************************************************
       0250-CARREGA-OUTRAS SECTION.
           OPEN INPUT BEN-DEDUCT-FILE.
           IF WRK-DED-STATUS NOT = '00'
               GO TO 0250-EXIT
           END-IF.

           PERFORM UNTIL DED-ACABOU
               READ BEN-DEDUCT-FILE
                   AT END
                       MOVE 'S' TO WRK-DED-EOF
                   NOT AT END
                       IF BD-COMPETENCIA NOT = WRK-COMPETENCIA
                           AND WRK-OUT-QTD < 5000
                           ADD 1 TO WRK-OUT-QTD
                           MOVE BD-REGISTRO
                               TO WRK-OUT-LINHA(WRK-OUT-QTD)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE BEN-DEDUCT-FILE.
       0250-EXIT.
           EXIT.

      ******************************************************************
      * 0300-ABRE-RELATORIO - CABECALHO DO BENEFITRPT.
      ******************************************************************
       0300-ABRE-RELATORIO SECTION.
           OPEN OUTPUT BEN-REPORT-FILE.
           MOVE SPACES TO BR-LINHA.
           STRING 'BENEFICIOS - COMPETENCIA ' WRK-COMP-MES '/'
                  WRK-COMP-ANO ' - DIAS UTEIS ' WRK-DIAS-UTEIS
                  ' (' WRK-ORIGEM-DIAS ') - AUSENCIAS DE '
                  WRK-ANT-INI ' A ' WRK-ANT-FIM
               DELIMITED BY SIZE INTO BR-LINHA
           END-STRING.
           WRITE BR-LINHA.
           MOVE SPACES TO BR-LINHA.
           STRING 'CPF         NOME                           DIAS '
                  ' CUSTO VT   DESC VT  CUSTO VR   DESC VR'
               DELIMITED BY SIZE INTO BR-LINHA
           END-STRING.
           WRITE BR-LINHA.
           PERFORM 0850-LINHA-TRACOS.

      ******************************************************************
      * 0400-CALCULA-INSCRITO - DIAS DO BENEFICIO, CUSTO E PARTE DO
      * FUNCIONARIO NO VT E NO VR; GRAVA O PEDIDO, O DESCONTO E A
      * LINHA DO RELATORIO.
      ******************************************************************
       0400-CALCULA-INSCRITO SECTION.
           MOVE BN-CPF TO EM-CPF.
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   MOVE 'CPF NAO CADASTRADO NO EMPLOYEEMASTER'
                       TO WRK-MOTIVO
                   PERFORM 0450-RECUSA-INSCRITO
                   GO TO 0400-EXIT
           END-READ.
           IF FUNCIONARIO-DESLIGADO
               MOVE 'FUNCIONARIO DESLIGADO - EXCLUIR INSCRICAO'
                   TO WRK-MOTIVO
               PERFORM 0450-RECUSA-INSCRITO
               GO TO 0400-EXIT
           END-IF.

           ADD 1 TO WRK-QTDE-INSCRITOS.

           MOVE 'C'         TO AX-FUNCAO.
           MOVE BN-CPF      TO AX-CPF.
           MOVE WRK-ANT-INI TO AX-DATA-INI.
           MOVE WRK-ANT-FIM TO AX-DATA-FIM.
           CALL 'ABSUTIL' USING AX-PARM.
           COMPUTE WRK-AUSENCIAS = AX-FALTAS + AX-ATESTADO
               + AX-LICENCA + AX-INSS.
           IF WRK-AUSENCIAS >= WRK-DIAS-UTEIS
               MOVE 0 TO WRK-DIAS-BENEF
           ELSE
               COMPUTE WRK-DIAS-BENEF = WRK-DIAS-UTEIS - WRK-AUSENCIAS
           END-IF.

           PERFORM 0500-CALCULA-VT.
           PERFORM 0550-CALCULA-VR.

           IF WRK-CUSTO-VT > 0
               MOVE 'VT'       TO WRD-PRODUTO
               MOVE WRK-VT-DIA TO WRD-VALOR-DIA
               MOVE WRK-CUSTO-VT TO WRD-VALOR
               PERFORM 0600-GRAVA-PEDIDO
           END-IF.
           IF WRK-CUSTO-VR > 0
               MOVE 'VR'       TO WRD-PRODUTO
               MOVE WRK-VR-DIA TO WRD-VALOR-DIA
               MOVE WRK-CUSTO-VR TO WRD-VALOR
               PERFORM 0600-GRAVA-PEDIDO
           END-IF.

           IF (WRK-DESC-VT > 0 OR WRK-DESC-VR > 0)
               AND WRK-OUT-QTD < 5000
               MOVE BN-CPF          TO BD-CPF
               MOVE WRK-COMPETENCIA TO BD-COMPETENCIA
               MOVE WRK-DESC-VT     TO BD-DESC-VT
               MOVE WRK-DESC-VR     TO BD-DESC-VR
               ADD 1 TO WRK-OUT-QTD
               MOVE BD-REGISTRO TO WRK-OUT-LINHA(WRK-OUT-QTD)
           END-IF.

           MOVE WRK-CUSTO-VT TO WRK-ED-CUSTO-VT.
           MOVE WRK-DESC-VT  TO WRK-ED-DESC-VT.
           MOVE WRK-CUSTO-VR TO WRK-ED-CUSTO-VR.
           MOVE WRK-DESC-VR  TO WRK-ED-DESC-VR.
           MOVE SPACES TO BR-LINHA.
           STRING BN-CPF ' ' EM-NOME(1:30) ' ' WRK-DIAS-BENEF
                  '  ' WRK-ED-CUSTO-VT ' ' WRK-ED-DESC-VT
                  ' ' WRK-ED-CUSTO-VR ' ' WRK-ED-DESC-VR
               DELIMITED BY SIZE INTO BR-LINHA
           END-STRING.
           WRITE BR-LINHA.

           ADD WRK-CUSTO-VT TO WRK-TOT-CUSTO-VT.
           ADD WRK-DESC-VT  TO WRK-TOT-DESC-VT.
           ADD WRK-CUSTO-VR TO WRK-TOT-CUSTO-VR.
           ADD WRK-DESC-VR  TO WRK-TOT-DESC-VR.
       0400-EXIT.
           EXIT.

      ******************************************************************
      * 0450-RECUSA-INSCRITO - INSCRITO SEM CALCULO, COM O MOTIVO NO
      * RELATORIO.
      ******************************************************************
       0450-RECUSA-INSCRITO SECTION.
           ADD 1 TO WRK-QTDE-RECUSADOS.
           MOVE SPACES TO BR-LINHA.
           STRING BN-CPF ' *** ' WRK-MOTIVO
               DELIMITED BY SIZE INTO BR-LINHA
           END-STRING.
           WRITE BR-LINHA.

      ******************************************************************
      * 0500-CALCULA-VT - CUSTO DO VT (DIAS X SOMA DAS TARIFAS DO DIA)
      * E A PARTE DO FUNCIONARIO: 6% DO SALARIO BASE DO CADASTRO, NUNCA
      * MAIS QUE O PROPRIO CUSTO.
      ******************************************************************
       0500-CALCULA-VT SECTION.
           MOVE 0 TO WRK-VT-DIA.
           MOVE 0 TO WRK-CUSTO-VT.
           MOVE 0 TO WRK-DESC-VT.

           IF NOT OPTANTE-VT
               GO TO 0500-EXIT
           END-IF.

           PERFORM VARYING WRK-TRECHO-IDX FROM 1 BY 1
                   UNTIL WRK-TRECHO-IDX > 4
               IF BN-VT-LINHA(WRK-TRECHO-IDX) NOT = SPACES
                   AND BN-VT-TARIFA(WRK-TRECHO-IDX) NUMERIC
                   ADD BN-VT-TARIFA(WRK-TRECHO-IDX) TO WRK-VT-DIA
               END-IF
           END-PERFORM.

           COMPUTE WRK-CUSTO-VT = WRK-VT-DIA * WRK-DIAS-BENEF.
           COMPUTE WRK-TETO-VT ROUNDED = EM-SALARY * 0,06.
           IF WRK-CUSTO-VT < WRK-TETO-VT
               MOVE WRK-CUSTO-VT TO WRK-DESC-VT
           ELSE
               MOVE WRK-TETO-VT  TO WRK-DESC-VT
           END-IF.
       0500-EXIT.
           EXIT.

      ******************************************************************
      * 0550-CALCULA-VR - CUSTO DO VR (DIAS X VALOR DO DIA DO PLANO) E
      * A PARTE DO FUNCIONARIO PELO PERCENTUAL DO PLANO.
      ******************************************************************
       0550-CALCULA-VR SECTION.
           MOVE 0 TO WRK-VR-DIA.
           MOVE 0 TO WRK-VR-PERC.
           MOVE 0 TO WRK-CUSTO-VR.
           MOVE 0 TO WRK-DESC-VR.

           IF BN-VR-PLANO = SPACES
               GO TO 0550-EXIT
           END-IF.

           PERFORM VARYING WRK-PLANO-IDX FROM 1 BY 1
                   UNTIL WRK-PLANO-IDX > WRK-PLANO-QTD
               IF WRK-PLANO-CODIGO(WRK-PLANO-IDX) = BN-VR-PLANO
                   MOVE WRK-PLANO-VALOR(WRK-PLANO-IDX) TO WRK-VR-DIA
                   MOVE WRK-PLANO-PERC(WRK-PLANO-IDX)  TO WRK-VR-PERC
               END-IF
           END-PERFORM.

           COMPUTE WRK-CUSTO-VR = WRK-VR-DIA * WRK-DIAS-BENEF.
           COMPUTE WRK-DESC-VR ROUNDED =
               WRK-CUSTO-VR * WRK-VR-PERC / 100.
       0550-EXIT.
           EXIT.

      ******************************************************************
      * 0600-GRAVA-PEDIDO - UMA LINHA D DO BENORDER (PRODUTO E VALORES
      * JA MOVIDOS PELO CHAMADOR).
      ******************************************************************
       0600-GRAVA-PEDIDO SECTION.
           MOVE BN-CPF         TO WRD-CPF.
           MOVE EM-NOME        TO WRD-NOME.
           MOVE WRK-DIAS-BENEF TO WRD-DIAS.
           MOVE SPACES TO BO-REGISTRO.
           MOVE WRK-REG-DETALHE TO BO-REGISTRO.
           WRITE BO-REGISTRO.
           ADD 1 TO WRK-QTDE-PEDIDO.
           ADD WRD-VALOR TO WRK-TOT-PEDIDO.

      ******************************************************************
      * 0700-REGRAVA-DESCONTOS - REGRAVA O BENDEDUCT: OUTRAS
      * COMPETENCIAS COMO ESTAVAM MAIS A COMPETENCIA CALCULADA.
      ******************************************************************
       0700-REGRAVA-DESCONTOS SECTION.
           OPEN OUTPUT BEN-DEDUCT-FILE.
           PERFORM VARYING WRK-OUT-IDX FROM 1 BY 1
                   UNTIL WRK-OUT-IDX > WRK-OUT-QTD
               MOVE WRK-OUT-LINHA(WRK-OUT-IDX) TO BD-REGISTRO
               WRITE BD-REGISTRO
           END-PERFORM.
           CLOSE BEN-DEDUCT-FILE.

      ******************************************************************
      * 0800-FECHA-RELATORIO - TOTAIS DA COMPETENCIA E DO PEDIDO.
      ******************************************************************
       0800-FECHA-RELATORIO SECTION.
           PERFORM 0850-LINHA-TRACOS.

           MOVE WRK-TOT-CUSTO-VT TO WRK-CURR-ED-09.
           MOVE SPACES TO BR-LINHA.
           STRING 'CUSTO DO VALE-TRANSPORTE      ' WRK-CURR-ED-09
               DELIMITED BY SIZE INTO BR-LINHA
           END-STRING.
           WRITE BR-LINHA.
           MOVE WRK-TOT-DESC-VT TO WRK-CURR-ED-09.
           MOVE SPACES TO BR-LINHA.
           STRING 'DESCONTADO DOS FUNCIONARIOS   ' WRK-CURR-ED-09
               DELIMITED BY SIZE INTO BR-LINHA
           END-STRING.
           WRITE BR-LINHA.
           MOVE WRK-TOT-CUSTO-VR TO WRK-CURR-ED-09.
           MOVE SPACES TO BR-LINHA.
           STRING 'CUSTO DO VALE-REFEICAO        ' WRK-CURR-ED-09
               DELIMITED BY SIZE INTO BR-LINHA
           END-STRING.
           WRITE BR-LINHA.
           MOVE WRK-TOT-DESC-VR TO WRK-CURR-ED-09.
           MOVE SPACES TO BR-LINHA.
           STRING 'DESCONTADO DOS FUNCIONARIOS   ' WRK-CURR-ED-09
               DELIMITED BY SIZE INTO BR-LINHA
           END-STRING.
           WRITE BR-LINHA.
           MOVE WRK-TOT-PEDIDO TO WRK-CURR-ED-09.
           MOVE SPACES TO BR-LINHA.
           STRING 'PEDIDO A OPERADORA (BENORDER) ' WRK-CURR-ED-09
                  ' EM ' WRK-QTDE-PEDIDO ' CARGAS'
               DELIMITED BY SIZE INTO BR-LINHA
           END-STRING.
           WRITE BR-LINHA.

           CLOSE BEN-REPORT-FILE.

      ******************************************************************
      * 0850-LINHA-TRACOS - SEPARADOR DO RELATORIO.
      ******************************************************************
       0850-LINHA-TRACOS SECTION.
           MOVE SPACES TO BR-LINHA.
           STRING '----------------------------------------------------'
                  '----------------------------------------'
               DELIMITED BY SIZE INTO BR-LINHA
           END-STRING.
           WRITE BR-LINHA.

       END PROGRAM PROGCOB162.
