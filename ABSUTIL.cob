       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABSUTIL.
      ******************************************************************
      *AUTHOR: CARLOS AMARAL
      *DATE: 15/10/2026
      *PURPOSE: SUBPROGRAMA DE APURACAO DO REGISTRO DE AUSENCIAS
      *         (ABSENCES, MANTIDO PELO PROGCOB159), NO MESMO DESENHO
      *         DO CDOCUTIL. A FOLHA (PROGCOB004B), O AGENDAMENTO DE
      *         FERIAS (PROGCOB098) E O ABSENTEISMO POR DEPARTAMENTO
      *         (PROGCOB160) CHAMAM A FUNCAO 'C' PARA CONTAR OS DIAS DE
      *         CADA TIPO DE AUSENCIA DE UM CPF NUM INTERVALO DE DATAS,
      *         COM A MESMA REGRA DE DIA UTIL E DE DSR NOS TRES. O
      *         REGISTRO E LIDO NA PRIMEIRA CHAMADA E FICA EM MEMORIA.
      *         VER AS FUNCOES NA COPY ABSUTIL-PARM.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ABSENCES-FILE ASSIGN TO 'ABSENCES'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-AUS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ABSENCES-FILE.
           COPY 'ABSENCE-REC.cob'.

       WORKING-STORAGE SECTION.
       COPY 'DATEUTIL-PARM.cob'.

       77  WRK-AUS-STATUS      PIC X(02)       VALUE SPACES.
       77  WRK-AUS-EOF         PIC X(01)       VALUE 'N'.
           88  AUS-ACABOU                      VALUE 'S'.
       77  WRK-CARREGADO       PIC X(01)       VALUE 'N'.
       77  WRK-ARQ-OK          PIC X(01)       VALUE 'N'.

      ******************************************************************
      * AUSENCIAS EM MEMORIA (LINHA COM DATA ILEGIVEL FICA DE FORA).
      ******************************************************************
       77  WRK-AUS-QTD         PIC 9(04)       VALUE ZEROES.
       77  WRK-AUS-IDX         PIC 9(04)       VALUE ZEROES.
       01  WRK-TAB-AUSENCIAS.
           02  WRK-AUS-LINHA   OCCURS 3000 TIMES.
               03  WRK-AUS-CPF         PIC 9(11).
               03  WRK-AUS-TIPO        PIC X(01).
               03  WRK-AUS-INI         PIC 9(08).
               03  WRK-AUS-FIM         PIC 9(08).

      ******************************************************************
      * DIA EM APURACAO E SEMANAS (PELO DIA CORRIDO DO DOMINGO) QUE JA
      * PERDERAM O DSR NESTA CHAMADA.
      ******************************************************************
       01  WRK-DIA.
           02  WRK-DIA-ANO     PIC 9(04)       VALUE ZEROES.
           02  WRK-DIA-MES     PIC 9(02)       VALUE ZEROES.
           02  WRK-DIA-DIA     PIC 9(02)       VALUE ZEROES.
       77  WRK-ATE             PIC 9(08)       VALUE ZEROES.
       77  WRK-DIA-UTIL        PIC X(01)       VALUE 'N'.
       77  WRK-DOMINGO         PIC 9(08)       VALUE ZEROES.
       77  WRK-SEM-QTD         PIC 9(03)       VALUE ZEROES.
       77  WRK-SEM-IDX         PIC 9(03)       VALUE ZEROES.
       77  WRK-SEM-ACHOU       PIC X(01)       VALUE 'N'.
       01  WRK-TAB-SEMANAS.
           02  WRK-SEM-DOMINGO PIC 9(08)       OCCURS 60 TIMES.

       LINKAGE SECTION.
           COPY 'ABSUTIL-PARM.cob'.

       PROCEDURE DIVISION USING AX-PARM.

           IF WRK-CARREGADO = 'N'
               PERFORM 0100-CARREGA-AUSENCIAS
           END-IF.

           MOVE WRK-ARQ-OK TO AX-RETORNO.

           EVALUATE AX-FUNCAO
               WHEN 'C'
                   PERFORM 1000-CONTAGEM
               WHEN OTHER
                   MOVE 'N' TO AX-RETORNO
           END-EVALUATE.

           GOBACK.

      ******************************************************************
      * 0100-CARREGA-AUSENCIAS - LE O ABSENCES PARA A TABELA, UMA VEZ
      * POR RODADA.
      ******************************************************************
       0100-CARREGA-AUSENCIAS SECTION.
           MOVE 'S' TO WRK-CARREGADO.

           OPEN INPUT ABSENCES-FILE.
           IF WRK-AUS-STATUS NOT = '00'
               GO TO 0100-EXIT
           END-IF.
           MOVE 'S' TO WRK-ARQ-OK.

           PERFORM UNTIL AUS-ACABOU
               READ ABSENCES-FILE
                   AT END
                       MOVE 'S' TO WRK-AUS-EOF
                   NOT AT END
                       IF AU-DATA-INI NUMERIC AND AU-DATA-FIM NUMERIC
                           AND WRK-AUS-QTD < 3000
                           ADD 1 TO WRK-AUS-QTD
                           MOVE AU-CPF  TO WRK-AUS-CPF(WRK-AUS-QTD)
                           MOVE AU-TIPO TO WRK-AUS-TIPO(WRK-AUS-QTD)
                           MOVE AU-DATA-INI
                               TO WRK-AUS-INI(WRK-AUS-QTD)
                           MOVE AU-DATA-FIM
                               TO WRK-AUS-FIM(WRK-AUS-QTD)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ABSENCES-FILE.
       0100-EXIT.
           EXIT.

      ******************************************************************
      * 1000-CONTAGEM - PERCORRE AS AUSENCIAS DO CPF QUE CRUZAM O
      * INTERVALO PEDIDO E APURA DIA A DIA O TRECHO QUE CAI DENTRO
      * DELE.
      ******************************************************************
       1000-CONTAGEM SECTION.
           MOVE ZEROES TO AX-FALTAS.
           MOVE ZEROES TO AX-DSR.
           MOVE ZEROES TO AX-ATESTADO.
           MOVE ZEROES TO AX-LICENCA.
           MOVE ZEROES TO AX-INSS.
           MOVE ZEROES TO AX-INSS-CORRIDOS.
           MOVE ZEROES TO WRK-SEM-QTD.

           PERFORM VARYING WRK-AUS-IDX FROM 1 BY 1
                   UNTIL WRK-AUS-IDX > WRK-AUS-QTD
               IF WRK-AUS-CPF(WRK-AUS-IDX) = AX-CPF
                   AND WRK-AUS-INI(WRK-AUS-IDX) <= AX-DATA-FIM
                   AND WRK-AUS-FIM(WRK-AUS-IDX) >= AX-DATA-INI
                   PERFORM 1100-APURA-PERIODO
               END-IF
           END-PERFORM.

      ******************************************************************
      * 1100-APURA-PERIODO - RECORTA A AUSENCIA NO INTERVALO E CONTA
      * CADA DIA DO TRECHO.
      ******************************************************************
       1100-APURA-PERIODO SECTION.
           MOVE WRK-AUS-INI(WRK-AUS-IDX) TO WRK-DIA.
           IF WRK-DIA < AX-DATA-INI
               MOVE AX-DATA-INI TO WRK-DIA
           END-IF.
           MOVE WRK-AUS-FIM(WRK-AUS-IDX) TO WRK-ATE.
           IF WRK-ATE > AX-DATA-FIM
               MOVE AX-DATA-FIM TO WRK-ATE
           END-IF.

           MOVE 'V'     TO DU-FUNCAO.
           MOVE WRK-DIA TO DU-DATA.
           CALL 'DATEUTIL' USING DU-PARM.
           IF DU-RETORNO NOT = 'S'
               GO TO 1100-EXIT
           END-IF.

           PERFORM 1200-CONTA-DIA UNTIL WRK-DIA > WRK-ATE.
       1100-EXIT.
           EXIT.

      ******************************************************************
      * 1200-CONTA-DIA - CLASSIFICA O DIA WRK-DIA PELO TIPO DA AUSENCIA
      * E AVANCA PARA O DIA SEGUINTE (VIRANDO MES E ANO).
      ******************************************************************
       1200-CONTA-DIA SECTION.
           MOVE 'U'     TO DU-FUNCAO.
           MOVE WRK-DIA TO DU-DATA.
           MOVE SPACES  TO DU-UF.
           CALL 'DATEUTIL' USING DU-PARM.
           MOVE DU-RETORNO TO WRK-DIA-UTIL.

           EVALUATE WRK-AUS-TIPO(WRK-AUS-IDX)
               WHEN 'F'
                   IF WRK-DIA-UTIL = 'S'
                       ADD 1 TO AX-FALTAS
                       PERFORM 1300-MARCA-SEMANA
                   END-IF
               WHEN 'A'
                   IF WRK-DIA-UTIL = 'S'
                       ADD 1 TO AX-ATESTADO
                   END-IF
               WHEN 'L'
                   IF WRK-DIA-UTIL = 'S'
                       ADD 1 TO AX-LICENCA
                   END-IF
               WHEN 'I'
                   ADD 1 TO AX-INSS-CORRIDOS
                   IF WRK-DIA-UTIL = 'S'
                       ADD 1 TO AX-INSS
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           MOVE 'V'     TO DU-FUNCAO.
           MOVE WRK-DIA TO DU-DATA.
           CALL 'DATEUTIL' USING DU-PARM.
           ADD 1 TO WRK-DIA-DIA.
           IF WRK-DIA-DIA > DU-ULT-DIA
               MOVE 1 TO WRK-DIA-DIA
               ADD 1 TO WRK-DIA-MES
               IF WRK-DIA-MES > 12
                   MOVE 1 TO WRK-DIA-MES
                   ADD 1 TO WRK-DIA-ANO
               END-IF
           END-IF.

      ******************************************************************
      * 1300-MARCA-SEMANA - A SEMANA DA FALTA (IDENTIFICADA PELO DIA
      * CORRIDO DO SEU DOMINGO) PERDE O DSR UMA VEZ SO, POR MAIS
      * FALTAS QUE TENHA.
      ******************************************************************
       1300-MARCA-SEMANA SECTION.
           MOVE 'S'     TO DU-FUNCAO.
           MOVE WRK-DIA TO DU-DATA.
           CALL 'DATEUTIL' USING DU-PARM.
           MOVE DU-DIAS-CORRIDOS TO WRK-DOMINGO.
           MOVE 'W'     TO DU-FUNCAO.
           CALL 'DATEUTIL' USING DU-PARM.
           SUBTRACT DU-WEEKDAY FROM WRK-DOMINGO.

           MOVE 'N' TO WRK-SEM-ACHOU.
           PERFORM VARYING WRK-SEM-IDX FROM 1 BY 1
                   UNTIL WRK-SEM-IDX > WRK-SEM-QTD
               IF WRK-SEM-DOMINGO(WRK-SEM-IDX) = WRK-DOMINGO
                   MOVE 'S' TO WRK-SEM-ACHOU
               END-IF
           END-PERFORM.

           IF WRK-SEM-ACHOU = 'N' AND WRK-SEM-QTD < 60
               ADD 1 TO WRK-SEM-QTD
               MOVE WRK-DOMINGO TO WRK-SEM-DOMINGO(WRK-SEM-QTD)
               ADD 1 TO AX-DSR
           END-IF.

       END PROGRAM ABSUTIL.
