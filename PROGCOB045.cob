      *              CONTRACHEQUE E NO PM-REGISTRO. RODAR O FECHAMENTO
      *              DE NOVO REGRAVA A COMPETENCIA NO HOURSWORKED EM
      *              VEZ DE DUPLICA-LA.
      * 15/10/2026 - O DIA COM BATIDA FALTANDO PASSOU A SAIR NO
      *              TIMECLOCKRPT COM A SITUACAO NO REGISTRO DE
      *              AUSENCIAS (PROGCOB159, VIA ABSUTIL): FALTA
      *              REGISTRADA, AUSENCIA JUSTIFICADA OU SEM AUSENCIA NO
      *              REGISTRO, PARA O RH LANCAR O QUE FALTA ANTES DA
      *              FOLHA.
      * 15/10/2026 - HORAS APURADAS CONTRA O TURNO DO FUNCIONARIO NO DIA
      *              (SHIFTMASTER E SHIFTASSIGN VIA SHFTUTIL, ATRIBUIDO
      *              NO PROGCOB169): JORNADA E INTERVALO DO TURNO, TURNO
      *              QUE VIRA A NOITE FECHADO COM A SAIDA DO DIA
      *              SEGUINTE, FOLGA TRABALHADA A 100%. SEM TURNO
      *              CONTINUA A JORNADA FIXA DE 480. NOVO RELATORIO
      *              TIMEEXCRPT COM ATRASO, SAIDA ANTECIPADA, BATIDA
      *              FALTANDO, FALTA EM DIA ESCALADO E TRABALHO EM DIA
      *              NAO ESCALADO POR FUNCIONARIO
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-HW-STATUS.

           SELECT SHIFT-ASSIGN-FILE ASSIGN TO 'SHIFTASSIGN'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-ATR-STATUS.

           SELECT EXCEPTION-REPORT-FILE ASSIGN TO 'TIMEEXCRPT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-EXC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TIME-CLOCK-FILE.
       FD  HOURS-WORKED-FILE.
           COPY 'HOURSWORKED-REC.cob'.

       FD  SHIFT-ASSIGN-FILE.
           COPY 'SHIFTASG-REC.cob'.

       FD  EXCEPTION-REPORT-FILE.
       01  EX-LINHA            PIC X(100).

       WORKING-STORAGE SECTION.
       COPY 'CURRENCY-BOOK.cob'.

       77  WRK-HW-STATUS       PIC X(02)       VALUE SPACES.
       77  WRK-HW-EOF          PIC X(01)       VALUE 'N'.
           88  HW-ACABOU                       VALUE 'S'.
       77  WRK-ATR-STATUS      PIC X(02)       VALUE SPACES.
       77  WRK-ATR-EOF         PIC X(01)       VALUE 'N'.
           88  ATR-ACABOU                      VALUE 'S'.
       77  WRK-EXC-STATUS      PIC X(02)       VALUE SPACES.

       77  WRK-ANO             PIC 9(04)       VALUE ZEROES.
       77  WRK-MES             PIC 9(02)       VALUE ZEROES.
       77  WRK-HOJE            PIC 9(08)       VALUE ZEROES.

      ******************************************************************
      * WRK-TAB-DIAS - UMA LINHA POR FUNCIONARIO POR DIA DO MES, COM A
      * NOITE JA E REJEITADA NO CASAMENTO DAS BATIDAS).
      ******************************************************************
           COPY 'DATEUTIL-PARM.cob'.
           COPY 'ABSUTIL-PARM.cob'.
       77  WRK-SITUACAO-AUS    PIC X(34)       VALUE SPACES.
       77  WRK-AUS-CPF         PIC 9(11)       VALUE ZEROES.
       77  WRK-AUS-DATA        PIC 9(08)       VALUE ZEROES.
       77  WRK-DIA-100         PIC X(01)       VALUE 'N'.
       77  WRK-MIN-NOT-DIA     PIC 9(06)       VALUE ZEROES.
       77  WRK-NOITE-INICIO    PIC 9(06)       VALUE 1320.
       77  WRK-MIN-EXTRA       PIC 9(06)       VALUE ZEROES.
       77  WRK-JORNADA-MIN     PIC 9(04)       VALUE 480.

      ******************************************************************
      * ESCALA DO DIA PELO SHFTUTIL (TURNO ATRIBUIDO NO PROGCOB169).
      * FUNCIONARIO SEM TURNO SEGUE A JORNADA FIXA DE 480 MINUTOS E O
      * DOMINGO A 100%. COM TURNO, A JORNADA E A DO TURNO (INTERVALO
      * DESCONTADO DO DIA COM MAIS DE 6 HORAS TRABALHADAS), DIA DE
      * FOLGA TRABALHADO PAGA 100% E O DOMINGO ESCALADO E DIA NORMAL.
      * NO TURNO QUE VIRA A NOITE A SAIDA E A PRIMEIRA DO DIA SEGUINTE
      * (POR ISSO O DIA 1 DO MES SEGUINTE TAMBEM E CARREGADO), E A
      * LINHA SO COM SAIDA DEPOIS DE UM PLANTAO NOTURNO NAO E BATIDA
      * FALTANDO.
      ******************************************************************
           COPY 'SHFTUTIL-PARM.cob'.
       77  WRK-COM-TURNO       PIC X(01)       VALUE 'N'.
           88  DIA-COM-TURNO                   VALUE 'S'.
       77  WRK-VIRA-NOITE      PIC X(01)       VALUE 'N'.
       77  WRK-FIM-PLANTAO     PIC X(01)       VALUE 'N'.
       77  WRK-SAIDA-DIA       PIC 9(06)       VALUE ZEROES.
       77  WRK-MIN-DESVIO      PIC 9(04)       VALUE ZEROES.
       77  WRK-DATA-PROX-MES   PIC 9(08)       VALUE ZEROES.
       01  WRK-DATA-AUX.
           02  WRK-AUX-ANO     PIC 9(04)       VALUE ZEROES.
           02  WRK-AUX-MES     PIC 9(02)       VALUE ZEROES.
           02  WRK-AUX-DIA     PIC 9(02)       VALUE ZEROES.
       77  WRK-BUSCA-CPF       PIC 9(11)       VALUE ZEROES.
       77  WRK-BUSCA-DATA      PIC 9(08)       VALUE ZEROES.
       77  WRK-BUSCA-IDX       PIC 9(04)       VALUE ZEROES.
       77  WRK-BUSCA-POS       PIC 9(04)       VALUE ZEROES.

      ******************************************************************
      * EXCECOES DO PONTO PARA O SUPERVISOR JUSTIFICAR (TIMEEXCRPT),
      * MANTIDAS EM ORDEM DE CPF E DATA: ATRASO, SAIDA ANTECIPADA,
      * BATIDA FALTANDO, FALTA EM DIA ESCALADO E TRABALHO EM DIA NAO
      * ESCALADO.
      ******************************************************************
       77  WRK-EXC-QTD         PIC 9(04)       VALUE ZEROES.
       77  WRK-EXC-IDX         PIC 9(04)       VALUE ZEROES.
       77  WRK-EXC-POS         PIC 9(04)       VALUE ZEROES.
       77  WRK-EXC-FUNCS       PIC 9(04)       VALUE ZEROES.
       77  WRK-EXC-CPF-ANT     PIC 9(11)       VALUE ZEROES.
       01  WRK-TAB-EXCECOES.
           02  WRK-EXC-LINHA   OCCURS 3000 TIMES.
               03  WRK-EXC-CHAVE.
                   04  WRK-EXC-CPF     PIC 9(11).
                   04  WRK-EXC-DATA    PIC 9(08).
               03  WRK-EXC-TEXTO       PIC X(70).
       01  WRK-EXC-NOVA.
           02  WRK-EXN-CHAVE.
               03  WRK-EXN-CPF         PIC 9(11).
               03  WRK-EXN-DATA        PIC 9(08).
           02  WRK-EXN-TEXTO           PIC X(70).
       01  WRK-HORA-ED.
           02  WRK-HE-HH       PIC 9(02).
           02  FILLER          PIC X(01)       VALUE ':'.
           02  WRK-HE-MM       PIC 9(02).

      ******************************************************************
      * FUNCIONARIOS COM TURNO ATRIBUIDO (SHIFTASSIGN), PARA APONTAR O
      * DIA ESCALADO SEM NENHUMA BATIDA.
      ******************************************************************
       77  WRK-ESC-QTD         PIC 9(04)       VALUE ZEROES.
       77  WRK-ESC-IDX         PIC 9(04)       VALUE ZEROES.
       77  WRK-ESC-ACHOU       PIC X(01)       VALUE 'N'.
       01  WRK-TAB-ESCALADOS.
           02  WRK-ESC-CPF     PIC 9(11)       OCCURS 1000 TIMES.
       77  WRK-ULT-DIA         PIC 9(02)       VALUE ZEROES.
       77  WRK-DIA-MES         PIC 9(02)       VALUE ZEROES.

       77  WRK-HORAS-ED        PIC ZZZ9,99     VALUE ZEROES.
       77  WRK-HORAS-TRAB      PIC 9(04)V99    VALUE ZEROES.
       77  WRK-VLR-HORA        PIC 9(04)V99    VALUE ZEROES.
           DISPLAY 'DIGITE O MES DO FECHAMENTO (1 A 12): '.
           ACCEPT WRK-MES.
           COMPUTE WRK-COMPETENCIA = WRK-ANO * 100 + WRK-MES.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.

           IF WRK-MES = 12
               COMPUTE WRK-DATA-PROX-MES = (WRK-ANO + 1) * 10000 + 101
           ELSE
               COMPUTE WRK-DATA-PROX-MES =
                   WRK-ANO * 10000 + (WRK-MES + 1) * 100 + 1
           END-IF.

           PERFORM 0100-CARREGA-BATIDAS.
           PERFORM 0300-FECHA-HORAS.
           PERFORM 0650-DIAS-SEM-BATIDA.
           PERFORM 0500-GERA-EXTRAS.
           PERFORM 0750-IMPRIME-EXCECOES.

           DISPLAY 'FUNCIONARIOS COM HORAS APURADAS: '
                   WRK-QTDE-EXTRAS.
           DISPLAY 'EXCECOES NO TIMEEXCRPT: ' WRK-EXC-QTD.

           STOP RUN.

      ******************************************************************
      * 0100-CARREGA-BATIDAS - LE O TIMECLOCK E MONTA A TABELA DE
      * FUNCIONARIO X DIA COM A PRIMEIRA ENTRADA E A PRIMEIRA SAIDA.
      * O DIA 1 DO MES SEGUINTE ENTRA SO PARA FECHAR O PLANTAO NOTURNO
      * DO ULTIMO DIA DO MES (NAO E FECHADO NESTA COMPETENCIA).
      ******************************************************************
       0100-CARREGA-BATIDAS SECTION.
           OPEN INPUT TIME-CLOCK-FILE.
                           AND TC-DATA(5:2) = WRK-MES
                           PERFORM 0200-GUARDA-BATIDA
                       END-IF
                       IF TC-DATA = WRK-DATA-PROX-MES
                           PERFORM 0200-GUARDA-BATIDA
                       END-IF
               END-READ
           END-PERFORM.


           PERFORM VARYING WRK-DIA-IDX FROM 1 BY 1
                   UNTIL WRK-DIA-IDX > WRK-DIA-QTD
               IF WRK-DIA-DATA(WRK-DIA-IDX) < WRK-DATA-PROX-MES
                   PERFORM 0400-FECHA-DIA
               END-IF
           END-PERFORM.

      ******************************************************************
      * 0400-FECHA-DIA - FECHA UM FUNCIONARIO X DIA CONTRA A ESCALA DO
      * DIA E ACUMULA NOS TOTAIS DO FUNCIONARIO; AS EXCECOES VAO PARA A
      * TABELA DO TIMEEXCRPT.
      ******************************************************************
       0400-FECHA-DIA SECTION.
           IF WRK-DIA-ENTRADA(WRK-DIA-IDX) = 0
               AND WRK-DIA-SAIDA(WRK-DIA-IDX) > 0
               PERFORM 0440-CONFERE-FIM-PLANTAO
               IF WRK-FIM-PLANTAO = 'S'
                   GO TO 0400-EXIT
               END-IF
           END-IF.

           PERFORM 0450-ACHA-FUNCIONARIO.
           PERFORM 0430-CONSULTA-ESCALA.

           MOVE WRK-DIA-SAIDA(WRK-DIA-IDX) TO WRK-SAIDA-DIA.
           MOVE 'N' TO WRK-VIRA-NOITE.
           IF DIA-COM-TURNO AND SF-TURNO-NOTURNO
               AND WRK-DIA-ENTRADA(WRK-DIA-IDX) > 0
               MOVE 'S' TO WRK-VIRA-NOITE
               PERFORM 0470-SAIDA-DIA-SEGUINTE
           END-IF.

           IF WRK-DIA-ENTRADA(WRK-DIA-IDX) = 0
               OR WRK-SAIDA-DIA = 0
               ADD 1 TO WRK-FUNC-FALTANTES(WRK-FUNC-POS)
               MOVE WRK-DIA-CPF(WRK-DIA-IDX)  TO WRK-AUS-CPF
               MOVE WRK-DIA-DATA(WRK-DIA-IDX) TO WRK-AUS-DATA
               PERFORM 0410-CONFERE-AUSENCIA
               MOVE SPACES TO HR-LINHA
               STRING 'CPF ' WRK-DIA-CPF(WRK-DIA-IDX)
                      ' DIA ' WRK-DIA-DATA(WRK-DIA-IDX)
                      ' BATIDA FALTANDO - DIA NAO COMPUTADO'
                      WRK-SITUACAO-AUS
                   DELIMITED BY SIZE INTO HR-LINHA
               END-STRING
               WRITE HR-LINHA
               MOVE SPACES TO WRK-EXN-TEXTO
               IF WRK-DIA-ENTRADA(WRK-DIA-IDX) = 0
                   STRING 'BATIDA DE ENTRADA FALTANDO' WRK-SITUACAO-AUS
                       DELIMITED BY SIZE INTO WRK-EXN-TEXTO
                   END-STRING
               ELSE
                   STRING 'BATIDA DE SAIDA FALTANDO' WRK-SITUACAO-AUS
                       DELIMITED BY SIZE INTO WRK-EXN-TEXTO
                   END-STRING
               END-IF
               PERFORM 0700-REGISTRA-EXCECAO
               GO TO 0400-EXIT
           END-IF.

           MOVE WRK-DIA-ENTRADA(WRK-DIA-IDX) TO WRK-HORA-SPLIT.
           COMPUTE WRK-MIN-ENTRADA = WRK-HS-HH * 60 + WRK-HS-MM.
           MOVE WRK-SAIDA-DIA TO WRK-HORA-SPLIT.
           COMPUTE WRK-MIN-SAIDA = WRK-HS-HH * 60 + WRK-HS-MM.

           IF WRK-VIRA-NOITE = 'S'
               COMPUTE WRK-MIN-DIA =
                   1440 - WRK-MIN-ENTRADA + WRK-MIN-SAIDA
           ELSE
               COMPUTE WRK-MIN-DIA = WRK-MIN-SAIDA - WRK-MIN-ENTRADA
           END-IF.
           IF WRK-MIN-DIA < 0
               ADD 1 TO WRK-FUNC-FALTANTES(WRK-FUNC-POS)
               MOVE SPACES TO HR-LINHA
                   DELIMITED BY SIZE INTO HR-LINHA
               END-STRING
               WRITE HR-LINHA
               MOVE 'SAIDA BATIDA ANTES DA ENTRADA' TO WRK-EXN-TEXTO
               PERFORM 0700-REGISTRA-EXCECAO
               GO TO 0400-EXIT
           END-IF.

           IF DIA-COM-TURNO AND WRK-MIN-DIA > 360
               AND WRK-MIN-DIA > SF-INTERVALO
               SUBTRACT SF-INTERVALO FROM WRK-MIN-DIA
           END-IF.

           IF DIA-COM-TURNO AND NOT SF-DIA-ESCALADO
               MOVE 'S' TO WRK-DIA-100
               MOVE SPACES TO WRK-EXN-TEXTO
               STRING 'TRABALHO EM DIA NAO ESCALADO (FOLGA DO TURNO '
                      SF-TURNO ')'
                   DELIMITED BY SIZE INTO WRK-EXN-TEXTO
               END-STRING
               PERFORM 0700-REGISTRA-EXCECAO
           ELSE
               PERFORM 0420-CLASSIFICA-DIA
           END-IF.

           IF DIA-COM-TURNO AND SF-DIA-ESCALADO
               PERFORM 0480-CONFERE-HORARIO
           END-IF.

           IF WRK-DIA-100 = 'S'
               ADD WRK-MIN-DIA TO WRK-FUNC-EXTRAS100(WRK-FUNC-POS)
           END-IF.

           MOVE 0 TO WRK-MIN-NOT-DIA.
           IF WRK-VIRA-NOITE = 'S'
               IF WRK-MIN-ENTRADA > WRK-NOITE-INICIO
                   COMPUTE WRK-MIN-NOT-DIA = 1440 - WRK-MIN-ENTRADA
               ELSE
                   COMPUTE WRK-MIN-NOT-DIA = 1440 - WRK-NOITE-INICIO
               END-IF
               IF WRK-MIN-SAIDA < WRK-NOITE-FIM
                   ADD WRK-MIN-SAIDA TO WRK-MIN-NOT-DIA
               ELSE
                   ADD WRK-NOITE-FIM TO WRK-MIN-NOT-DIA
               END-IF
               GO TO 0400-NOTURNO
           END-IF.
           IF WRK-MIN-ENTRADA < WRK-NOITE-FIM
               IF WRK-MIN-SAIDA < WRK-NOITE-FIM
                   COMPUTE WRK-MIN-NOT-DIA =
                       + WRK-MIN-SAIDA - WRK-NOITE-INICIO
               END-IF
           END-IF.
       0400-NOTURNO.
           IF WRK-MIN-NOT-DIA > 0
               ADD WRK-MIN-NOT-DIA
                   TO WRK-FUNC-NOTURNOS(WRK-FUNC-POS)
       0400-EXIT.
           EXIT.

      ******************************************************************
      * 0410-CONFERE-AUSENCIA - DIZ NO RELATORIO SE O DIA SEM BATIDA
      * (WRK-AUS-CPF E WRK-AUS-DATA) JA ESTA NO REGISTRO DE AUSENCIAS
      * (PROGCOB159): FALTA INJUSTIFICADA, AUSENCIA JUSTIFICADA OU NADA
      * LANCADO AINDA.
      ******************************************************************
       0410-CONFERE-AUSENCIA SECTION.
           MOVE SPACES TO WRK-SITUACAO-AUS.

           MOVE 'C'          TO AX-FUNCAO.
           MOVE WRK-AUS-CPF  TO AX-CPF.
           MOVE WRK-AUS-DATA TO AX-DATA-INI.
           MOVE WRK-AUS-DATA TO AX-DATA-FIM.
           CALL 'ABSUTIL' USING AX-PARM.
           IF AX-RETORNO NOT = 'S'
               GO TO 0410-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN AX-FALTAS > 0
                   MOVE ' - FALTA REGISTRADA' TO WRK-SITUACAO-AUS
               WHEN AX-ATESTADO > 0 OR AX-LICENCA > 0
                    OR AX-INSS-CORRIDOS > 0
                   MOVE ' - AUSENCIA JUSTIFICADA' TO WRK-SITUACAO-AUS
               WHEN OTHER
                   MOVE ' - SEM AUSENCIA NO REGISTRO'
                       TO WRK-SITUACAO-AUS
           END-EVALUATE.
       0410-EXIT.
           EXIT.

      ******************************************************************
      * 0420-CLASSIFICA-DIA - DIZ SE O DIA EM FECHAMENTO PAGA 100%:
      * DOMINGO (DATEUTIL FUNCAO W = 0) DE QUEM NAO TEM TURNO OU
      * FERIADO DO HOLIDAYCAL (FUNCAO U DEVOLVE NAO UTIL SEM O DIA SER
      * SABADO NEM DOMINGO).
      ******************************************************************
       0420-CLASSIFICA-DIA SECTION.
           MOVE 'N' TO WRK-DIA-100.
           MOVE WRK-DIA-DATA(WRK-DIA-IDX) TO DU-DATA.
           CALL 'DATEUTIL' USING DU-PARM.
           IF DU-WEEKDAY = 0
               IF NOT DIA-COM-TURNO
                   MOVE 'S' TO WRK-DIA-100
               END-IF
               GO TO 0420-EXIT
           END-IF.
           IF DU-WEEKDAY = 6
       0420-EXIT.
           EXIT.

      ******************************************************************
      * 0430-CONSULTA-ESCALA - TURNO DO FUNCIONARIO NO DIA EM
      * FECHAMENTO (SHFTUTIL) E A JORNADA QUE VALE PARA AS EXTRAS.
      ******************************************************************
       0430-CONSULTA-ESCALA SECTION.
           MOVE 'D'                       TO SF-FUNCAO.
           MOVE WRK-DIA-CPF(WRK-DIA-IDX)  TO SF-CPF.
           MOVE WRK-DIA-DATA(WRK-DIA-IDX) TO SF-DATA.
           CALL 'SHFTUTIL' USING SF-PARM.

           IF SF-RETORNO = 'S'
               MOVE 'S' TO WRK-COM-TURNO
               MOVE SF-JORNADA-MIN TO WRK-JORNADA-MIN
           ELSE
               MOVE 'N' TO WRK-COM-TURNO
               MOVE 480 TO WRK-JORNADA-MIN
           END-IF.

      ******************************************************************
      * 0440-CONFERE-FIM-PLANTAO - LINHA SO COM SAIDA: SE NA VESPERA O
      * FUNCIONARIO ESTAVA NUM TURNO QUE VIRA A NOITE, A SAIDA E O FIM
      * DAQUELE PLANTAO (JA FECHADO NA VESPERA) E A LINHA E IGNORADA.
      ******************************************************************
       0440-CONFERE-FIM-PLANTAO SECTION.
           MOVE 'N' TO WRK-FIM-PLANTAO.

           MOVE WRK-DIA-DATA(WRK-DIA-IDX) TO WRK-DATA-AUX.
           PERFORM 0460-DIA-ANTERIOR.

           MOVE 'D'                      TO SF-FUNCAO.
           MOVE WRK-DIA-CPF(WRK-DIA-IDX) TO SF-CPF.
           MOVE WRK-DATA-AUX             TO SF-DATA.
           CALL 'SHFTUTIL' USING SF-PARM.
           IF SF-RETORNO = 'S' AND SF-TURNO-NOTURNO
               MOVE 'S' TO WRK-FIM-PLANTAO
           END-IF.

      ******************************************************************
      * 0460-DIA-ANTERIOR - WRK-DATA-AUX VOLTA UM DIA.
      ******************************************************************
       0460-DIA-ANTERIOR SECTION.
           IF WRK-AUX-DIA > 1
               SUBTRACT 1 FROM WRK-AUX-DIA
               GO TO 0460-EXIT
           END-IF.

           IF WRK-AUX-MES = 1
               SUBTRACT 1 FROM WRK-AUX-ANO
               MOVE 12 TO WRK-AUX-MES
           ELSE
               SUBTRACT 1 FROM WRK-AUX-MES
           END-IF.
           MOVE 'V'          TO DU-FUNCAO.
           MOVE WRK-DATA-AUX TO DU-DATA.
           CALL 'DATEUTIL' USING DU-PARM.
           MOVE DU-ULT-DIA TO WRK-AUX-DIA.
       0460-EXIT.
           EXIT.

      ******************************************************************
      * 0465-DIA-SEGUINTE - WRK-DATA-AUX AVANCA UM DIA.
      ******************************************************************
       0465-DIA-SEGUINTE SECTION.
           MOVE 'V'          TO DU-FUNCAO.
           MOVE WRK-DATA-AUX TO DU-DATA.
           CALL 'DATEUTIL' USING DU-PARM.
           IF WRK-AUX-DIA < DU-ULT-DIA
               ADD 1 TO WRK-AUX-DIA
               GO TO 0465-EXIT
           END-IF.

           MOVE 1 TO WRK-AUX-DIA.
           IF WRK-AUX-MES = 12
               ADD 1 TO WRK-AUX-ANO
               MOVE 1 TO WRK-AUX-MES
           ELSE
               ADD 1 TO WRK-AUX-MES
           END-IF.
       0465-EXIT.
           EXIT.

      ******************************************************************
      * 0470-SAIDA-DIA-SEGUINTE - TURNO QUE VIRA A NOITE: A SAIDA DO
      * PLANTAO E A PRIMEIRA SAIDA DO FUNCIONARIO NO DIA SEGUINTE
      * (ZERO QUANDO NAO HA).
      ******************************************************************
       0470-SAIDA-DIA-SEGUINTE SECTION.
           MOVE 0 TO WRK-SAIDA-DIA.

           MOVE WRK-DIA-DATA(WRK-DIA-IDX) TO WRK-DATA-AUX.
           PERFORM 0465-DIA-SEGUINTE.
           MOVE WRK-DIA-CPF(WRK-DIA-IDX) TO WRK-BUSCA-CPF.
           MOVE WRK-DATA-AUX             TO WRK-BUSCA-DATA.
           PERFORM 0490-PROCURA-DIA.
           IF WRK-BUSCA-POS > 0
               MOVE WRK-DIA-SAIDA(WRK-BUSCA-POS) TO WRK-SAIDA-DIA
           END-IF.

      ******************************************************************
      * 0480-CONFERE-HORARIO - DIA ESCALADO: ENTRADA DEPOIS DO HORARIO
      * DO TURNO OU SAIDA ANTES DELE, ALEM DA TOLERANCIA DO TURNO, VAI
      * PARA O TIMEEXCRPT.
      ******************************************************************
       0480-CONFERE-HORARIO SECTION.
           IF WRK-MIN-ENTRADA > SF-ENTRADA-MIN + SF-TOLERANCIA
               COMPUTE WRK-MIN-DESVIO = WRK-MIN-ENTRADA - SF-ENTRADA-MIN
               MOVE WRK-DIA-ENTRADA(WRK-DIA-IDX) TO WRK-HORA-SPLIT
               MOVE WRK-HS-HH TO WRK-HE-HH
               MOVE WRK-HS-MM TO WRK-HE-MM
               MOVE SPACES TO WRK-EXN-TEXTO
               STRING 'ATRASO DE ' WRK-MIN-DESVIO ' MIN (ENTRADA AS '
                      WRK-HORA-ED ', TURNO ' SF-TURNO ')'
                   DELIMITED BY SIZE INTO WRK-EXN-TEXTO
               END-STRING
               PERFORM 0700-REGISTRA-EXCECAO
           END-IF.

           IF WRK-MIN-SAIDA + SF-TOLERANCIA < SF-SAIDA-MIN
               COMPUTE WRK-MIN-DESVIO = SF-SAIDA-MIN - WRK-MIN-SAIDA
               MOVE WRK-SAIDA-DIA TO WRK-HORA-SPLIT
               MOVE WRK-HS-HH TO WRK-HE-HH
               MOVE WRK-HS-MM TO WRK-HE-MM
               MOVE SPACES TO WRK-EXN-TEXTO
               STRING 'SAIDA ANTECIPADA DE ' WRK-MIN-DESVIO
                      ' MIN (SAIDA AS ' WRK-HORA-ED ', TURNO '
                      SF-TURNO ')'
                   DELIMITED BY SIZE INTO WRK-EXN-TEXTO
               END-STRING
               PERFORM 0700-REGISTRA-EXCECAO
           END-IF.

      ******************************************************************
      * 0490-PROCURA-DIA - POSICAO DA LINHA WRK-BUSCA-CPF X
      * WRK-BUSCA-DATA NA TABELA DE DIAS (ZERO QUANDO NAO HA).
      ******************************************************************
       0490-PROCURA-DIA SECTION.
           MOVE 0 TO WRK-BUSCA-POS.
           PERFORM VARYING WRK-BUSCA-IDX FROM 1 BY 1
                   UNTIL WRK-BUSCA-IDX > WRK-DIA-QTD
                       OR WRK-BUSCA-POS > 0
               IF WRK-DIA-CPF(WRK-BUSCA-IDX) = WRK-BUSCA-CPF
                   AND WRK-DIA-DATA(WRK-BUSCA-IDX) = WRK-BUSCA-DATA
                   MOVE WRK-BUSCA-IDX TO WRK-BUSCA-POS
               END-IF
           END-PERFORM.

      ******************************************************************
      * 0450-ACHA-FUNCIONARIO - LOCALIZA (OU ABRE) A LINHA DE TOTAIS
      * DO FUNCIONARIO DO DIA EM FECHAMENTO.

           ADD 1 TO WRK-QTDE-EXTRAS.

      ******************************************************************
      * 0650-DIAS-SEM-BATIDA - PARA CADA FUNCIONARIO COM TURNO, OS DIAS
      * ESCALADOS DO MES (ATE HOJE) SEM NENHUMA BATIDA VAO PARA O
      * TIMEEXCRPT COMO FALTA, COM A SITUACAO NO REGISTRO DE AUSENCIAS.
      ******************************************************************
       0650-DIAS-SEM-BATIDA SECTION.
           PERFORM 0660-CARREGA-ESCALADOS.

           MOVE WRK-ANO TO WRK-AUX-ANO.
           MOVE WRK-MES TO WRK-AUX-MES.
           MOVE 1       TO WRK-AUX-DIA.
           MOVE 'V'          TO DU-FUNCAO.
           MOVE WRK-DATA-AUX TO DU-DATA.
           CALL 'DATEUTIL' USING DU-PARM.
           MOVE DU-ULT-DIA TO WRK-ULT-DIA.

           PERFORM VARYING WRK-ESC-IDX FROM 1 BY 1
                   UNTIL WRK-ESC-IDX > WRK-ESC-QTD
               PERFORM VARYING WRK-DIA-MES FROM 1 BY 1
                       UNTIL WRK-DIA-MES > WRK-ULT-DIA
                   MOVE WRK-DIA-MES TO WRK-AUX-DIA
                   IF WRK-DATA-AUX <= WRK-HOJE
                       PERFORM 0670-CONFERE-DIA-ESCALADO
                   END-IF
               END-PERFORM
           END-PERFORM.

      ******************************************************************
      * 0660-CARREGA-ESCALADOS - CPFS DISTINTOS DO SHIFTASSIGN.
      ******************************************************************
       0660-CARREGA-ESCALADOS SECTION.
           OPEN INPUT SHIFT-ASSIGN-FILE.
           IF WRK-ATR-STATUS NOT = '00'
               GO TO 0660-EXIT
           END-IF.

           PERFORM UNTIL ATR-ACABOU
               READ SHIFT-ASSIGN-FILE
                   AT END
                       MOVE 'S' TO WRK-ATR-EOF
                   NOT AT END
                       MOVE 'N' TO WRK-ESC-ACHOU
                       PERFORM VARYING WRK-ESC-IDX FROM 1 BY 1
                               UNTIL WRK-ESC-IDX > WRK-ESC-QTD
                           IF WRK-ESC-CPF(WRK-ESC-IDX) = SA-CPF
                               MOVE 'S' TO WRK-ESC-ACHOU
                           END-IF
                       END-PERFORM
                       IF WRK-ESC-ACHOU = 'N' AND WRK-ESC-QTD < 1000
                           ADD 1 TO WRK-ESC-QTD
                           MOVE SA-CPF TO WRK-ESC-CPF(WRK-ESC-QTD)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE SHIFT-ASSIGN-FILE.
       0660-EXIT.
           EXIT.

      ******************************************************************
      * 0670-CONFERE-DIA-ESCALADO - O DIA WRK-DATA-AUX E DE TRABALHO NA
      * ESCALA DO FUNCIONARIO E NAO TEM BATIDA NENHUMA: FALTA.
      ******************************************************************
       0670-CONFERE-DIA-ESCALADO SECTION.
           MOVE 'D'                      TO SF-FUNCAO.
           MOVE WRK-ESC-CPF(WRK-ESC-IDX) TO SF-CPF.
           MOVE WRK-DATA-AUX             TO SF-DATA.
           CALL 'SHFTUTIL' USING SF-PARM.
           IF SF-RETORNO NOT = 'S' OR NOT SF-DIA-ESCALADO
               GO TO 0670-EXIT
           END-IF.

           MOVE WRK-ESC-CPF(WRK-ESC-IDX) TO WRK-BUSCA-CPF.
           MOVE WRK-DATA-AUX             TO WRK-BUSCA-DATA.
           PERFORM 0490-PROCURA-DIA.
           IF WRK-BUSCA-POS > 0
               IF WRK-DIA-ENTRADA(WRK-BUSCA-POS) > 0
                   OR NOT SF-TURNO-NOTURNO
                   GO TO 0670-EXIT
               END-IF
           END-IF.

           MOVE WRK-ESC-CPF(WRK-ESC-IDX) TO WRK-AUS-CPF.
           MOVE WRK-DATA-AUX             TO WRK-AUS-DATA.
           PERFORM 0410-CONFERE-AUSENCIA.

           MOVE WRK-ESC-CPF(WRK-ESC-IDX) TO WRK-EXN-CPF.
           MOVE WRK-DATA-AUX             TO WRK-EXN-DATA.
           MOVE SPACES TO WRK-EXN-TEXTO.
           STRING 'FALTA - DIA ESCALADO SEM BATIDA' WRK-SITUACAO-AUS
               DELIMITED BY SIZE INTO WRK-EXN-TEXTO
           END-STRING.
           PERFORM 0710-INSERE-EXCECAO.
       0670-EXIT.
           EXIT.

      ******************************************************************
      * 0700-REGISTRA-EXCECAO - EXCECAO (WRK-EXN-TEXTO) DO FUNCIONARIO
      * X DIA EM FECHAMENTO.
      ******************************************************************
       0700-REGISTRA-EXCECAO SECTION.
           MOVE WRK-DIA-CPF(WRK-DIA-IDX)  TO WRK-EXN-CPF.
           MOVE WRK-DIA-DATA(WRK-DIA-IDX) TO WRK-EXN-DATA.
           PERFORM 0710-INSERE-EXCECAO.

      ******************************************************************
      * 0710-INSERE-EXCECAO - GUARDA WRK-EXC-NOVA NA TABELA, NA POSICAO
      * DA ORDEM DE CPF E DATA (DEPOIS DAS DE MESMA CHAVE).
      ******************************************************************
       0710-INSERE-EXCECAO SECTION.
           IF WRK-EXC-QTD >= 3000
               GO TO 0710-EXIT
           END-IF.

           MOVE 0 TO WRK-EXC-POS.
           PERFORM VARYING WRK-EXC-IDX FROM 1 BY 1
                   UNTIL WRK-EXC-IDX > WRK-EXC-QTD OR WRK-EXC-POS > 0
               IF WRK-EXC-CHAVE(WRK-EXC-IDX) > WRK-EXN-CHAVE
                   MOVE WRK-EXC-IDX TO WRK-EXC-POS
               END-IF
           END-PERFORM.
           IF WRK-EXC-POS = 0
               COMPUTE WRK-EXC-POS = WRK-EXC-QTD + 1
           END-IF.

           PERFORM VARYING WRK-EXC-IDX FROM WRK-EXC-QTD BY -1
                   UNTIL WRK-EXC-IDX < WRK-EXC-POS
               MOVE WRK-EXC-LINHA(WRK-EXC-IDX)
                   TO WRK-EXC-LINHA(WRK-EXC-IDX + 1)
           END-PERFORM.

           MOVE WRK-EXC-NOVA TO WRK-EXC-LINHA(WRK-EXC-POS).
           ADD 1 TO WRK-EXC-QTD.
       0710-EXIT.
           EXIT.

      ******************************************************************
      * 0750-IMPRIME-EXCECOES - TIMEEXCRPT: AS EXCECOES DO MES
      * AGRUPADAS POR FUNCIONARIO, COM ESPACO PARA A JUSTIFICATIVA DO
      * SUPERVISOR.
      ******************************************************************
       0750-IMPRIME-EXCECOES SECTION.
           OPEN OUTPUT EXCEPTION-REPORT-FILE.
           MOVE SPACES TO EX-LINHA.
           STRING 'EXCECOES DO PONTO CONTRA A ESCALA - ' WRK-MES '/'
                  WRK-ANO
               DELIMITED BY SIZE INTO EX-LINHA
           END-STRING
           WRITE EX-LINHA.

           MOVE 0 TO WRK-EXC-CPF-ANT.
           MOVE 0 TO WRK-EXC-FUNCS.
           PERFORM VARYING WRK-EXC-IDX FROM 1 BY 1
                   UNTIL WRK-EXC-IDX > WRK-EXC-QTD
               IF WRK-EXC-CPF(WRK-EXC-IDX) NOT = WRK-EXC-CPF-ANT
                   IF WRK-EXC-CPF-ANT NOT = 0
                       PERFORM 0760-LINHA-JUSTIFICATIVA
                   END-IF
                   MOVE WRK-EXC-CPF(WRK-EXC-IDX) TO WRK-EXC-CPF-ANT
                   ADD 1 TO WRK-EXC-FUNCS
                   MOVE SPACES TO EX-LINHA
                   WRITE EX-LINHA FROM
                       '-------------------------------------'
                   MOVE SPACES TO EX-LINHA
                   STRING 'FUNCIONARIO CPF ' WRK-EXC-CPF-ANT
                       DELIMITED BY SIZE INTO EX-LINHA
                   END-STRING
                   WRITE EX-LINHA
               END-IF
               MOVE SPACES TO EX-LINHA
               STRING '  DIA ' WRK-EXC-DATA(WRK-EXC-IDX) ' '
                      WRK-EXC-TEXTO(WRK-EXC-IDX)
                   DELIMITED BY SIZE INTO EX-LINHA
               END-STRING
               WRITE EX-LINHA
           END-PERFORM.

           IF WRK-EXC-QTD = 0
               MOVE SPACES TO EX-LINHA
               WRITE EX-LINHA FROM 'NENHUMA EXCECAO NO MES'
           ELSE
               PERFORM 0760-LINHA-JUSTIFICATIVA
           END-IF.

           MOVE SPACES TO EX-LINHA.
           WRITE EX-LINHA FROM '-------------------------------------'.
           MOVE SPACES TO EX-LINHA.
           STRING 'FUNCIONARIOS COM EXCECAO: ' WRK-EXC-FUNCS
                  '  EXCECOES: ' WRK-EXC-QTD
               DELIMITED BY SIZE INTO EX-LINHA
           END-STRING
           WRITE EX-LINHA.

           CLOSE EXCEPTION-REPORT-FILE.

      ******************************************************************
      * 0760-LINHA-JUSTIFICATIVA - FECHA O BLOCO DO FUNCIONARIO.
      ******************************************************************
       0760-LINHA-JUSTIFICATIVA SECTION.
           MOVE SPACES TO EX-LINHA.
           WRITE EX-LINHA FROM
               '  JUSTIFICATIVA DO SUPERVISOR: ______________________'.

       END PROGRAM PROGCOB045.
