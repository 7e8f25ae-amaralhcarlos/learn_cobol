       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB187.
      ******************************************************************
      *AUTHOR: CARLOS AMARAL
      *DATE: 15/10/2026
      *PURPOSE: ESPERADO X CHEGOU DA PORTARIA E PERMANENCIA APOS O
      *         EXPEDIENTE. PARA A DATA INFORMADA (0 = HOJE), CRUZA A
      *         AGENDA DE VISITAS (VISITPREREG, PROGCOB186) COM AS
      *         ENTRADAS DO VISITORLOG (QUIOSQUE PROGCOB002) E LISTA NO
      *         VISITEXPRPT: CADA VISITA AGENDADA COM A HORA DE CHEGADA
      *         OU A FALTA; CADA VISITANTE QUE ENTROU SEM AGENDAMENTO,
      *         COM QUEM APROVOU NA RECEPCAO; E QUEM AINDA ESTA NO
      *         PREDIO DEPOIS DO FIM DO EXPEDIENTE (VL-HORA-SAIDA
      *         ZERADA), COM UM AVISO PARA A OPERACAO NA NOTIFYOUTBOX
      *         POR VISITANTE. COM PERMANENCIA APOS O EXPEDIENTE O
      *         RETURN-CODE SAI 4.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VISITOR-LOG-FILE ASSIGN TO 'VISITORLOG'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-VISITA-STATUS.

           SELECT VISIT-PREREG-FILE ASSIGN TO 'VISITPREREG'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-AGENDA-STATUS.

           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO 'EMPLOYEEMASTER'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-CPF
               FILE STATUS IS WRK-EMP-STATUS.

           SELECT VISIT-EXPECT-REPORT ASSIGN TO 'VISITEXPRPT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VISITOR-LOG-FILE.
       01  VL-REGISTRO.
           02  VL-DATA         PIC 9(08).
           02  VL-HORA         PIC 9(06).
           02  VL-CPF          PIC 9(11).
           02  VL-NOME         PIC X(40).
           02  VL-EMPRESA      PIC X(30).
           02  VL-ANFITRIAO    PIC X(40).
           02  VL-HORA-SAIDA   PIC 9(06).

       FD  VISIT-PREREG-FILE.
           COPY 'VISITPREREG-REC.cob'.

       FD  EMPLOYEE-MASTER-FILE.
           COPY 'EMPMASTER-REC.cob'.

       FD  VISIT-EXPECT-REPORT.
       01  VX-LINHA            PIC X(130).

       WORKING-STORAGE SECTION.
           COPY 'NTFYUTIL-PARM.cob'.
       77  WRK-VISITA-STATUS   PIC X(02)   VALUE SPACES.
       77  WRK-AGENDA-STATUS   PIC X(02)   VALUE SPACES.
       77  WRK-EMP-STATUS      PIC X(02)   VALUE SPACES.
       77  WRK-REPORT-STATUS   PIC X(02)   VALUE SPACES.
       77  WRK-EOF             PIC X(01)   VALUE 'N'.
           88  LEITURA-ACABOU              VALUE 'S'.
       77  WRK-EMP-ABERTO      PIC X(01)   VALUE 'N'.

      ******************************************************************
      * FIM DO EXPEDIENTE DA PORTARIA (HHMMSS). VISITANTE SEM SAIDA
      * DEPOIS DESTA HORA - OU DE UM DIA JA PASSADO - E PERMANENCIA
      * APOS O EXPEDIENTE.
      ******************************************************************
       77  WRK-FIM-EXPEDIENTE  PIC 9(06)   VALUE 180000.

       77  WRK-DATA-FILTRO     PIC 9(08)   VALUE ZEROES.
       77  WRK-HOJE            PIC 9(08)   VALUE ZEROES.
       01  WRK-AGORA.
           02  WRK-AGORA-HHMMSS PIC 9(06)  VALUE ZEROES.
           02  WRK-AGORA-CC    PIC 9(02)   VALUE ZEROES.
       77  WRK-APOS-EXPEDIENTE PIC X(01)   VALUE 'N'.

       01  WRK-HORA-ED.
           02  WRK-ED-HH       PIC 9(02).
           02  FILLER          PIC X       VALUE ':'.
           02  WRK-ED-MM       PIC 9(02).
       01  WRK-SAIDA-ED.
           02  WRK-SD-HH       PIC 9(02).
           02  FILLER          PIC X       VALUE ':'.
           02  WRK-SD-MM       PIC 9(02).

       77  WRK-ANFITRIAO-NOME  PIC X(40)   VALUE SPACES.
       77  WRK-SITUACAO-TXT    PIC X(40)   VALUE SPACES.

      ******************************************************************
      * ENTRADAS DO DIA NO VISITORLOG. WRK-VIS-AGENDADA = 'S' QUANDO A
      * ENTRADA BATEU COM UMA VISITA AGENDADA.
      ******************************************************************
       77  WRK-VIS-QTD         PIC 9(04)   VALUE ZEROES.
       77  WRK-VIS-IDX         PIC 9(04)   VALUE ZEROES.
       77  WRK-VIS-POS         PIC 9(04)   VALUE ZEROES.
       01  WRK-TAB-VISITAS.
           02  WRK-VIS-LINHA   OCCURS 2000 TIMES.
               03  WRK-VIS-CPF         PIC 9(11).
               03  WRK-VIS-HORA        PIC 9(06).
               03  WRK-VIS-SAIDA       PIC 9(06).
               03  WRK-VIS-NOME        PIC X(40).
               03  WRK-VIS-EMPRESA     PIC X(30).
               03  WRK-VIS-ANFITRIAO   PIC X(40).
               03  WRK-VIS-AGENDADA    PIC X(01).

      ******************************************************************
      * AGENDA DO DIA NO VISITPREREG.
      ******************************************************************
       77  WRK-AGE-QTD         PIC 9(04)   VALUE ZEROES.
       77  WRK-AGE-IDX         PIC 9(04)   VALUE ZEROES.
       77  WRK-AGE-POS         PIC 9(04)   VALUE ZEROES.
       01  WRK-TAB-AGENDA.
           02  WRK-AGE-LINHA   OCCURS 2000 TIMES.
               03  WRK-AGE-CPF         PIC 9(11).
               03  WRK-AGE-NOME        PIC X(40).
               03  WRK-AGE-EMPRESA     PIC X(30).
               03  WRK-AGE-ANFITRIAO   PIC 9(11).
               03  WRK-AGE-ORIGEM      PIC X(01).
               03  WRK-AGE-AUTORIZADOR PIC 9(11).
               03  WRK-AGE-SITUACAO    PIC X(01).

       77  WRK-QTDE-AGENDADAS  PIC 9(04)   VALUE ZEROES.
       77  WRK-QTDE-CHEGARAM   PIC 9(04)   VALUE ZEROES.
       77  WRK-QTDE-FALTARAM   PIC 9(04)   VALUE ZEROES.
       77  WRK-QTDE-CANCELADAS PIC 9(04)   VALUE ZEROES.
       77  WRK-QTDE-SEM-AGENDA PIC 9(04)   VALUE ZEROES.
       77  WRK-QTDE-SEM-APROV  PIC 9(04)   VALUE ZEROES.
       77  WRK-QTDE-NO-PREDIO  PIC 9(04)   VALUE ZEROES.

       PROCEDURE DIVISION.

           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           ACCEPT WRK-AGORA FROM TIME.

           DISPLAY 'DATA DO RELATORIO (YYYYMMDD, 0 = HOJE): '.
           ACCEPT WRK-DATA-FILTRO.
           IF WRK-DATA-FILTRO = 0
               MOVE WRK-HOJE TO WRK-DATA-FILTRO
           END-IF.

           EVALUATE TRUE
               WHEN WRK-DATA-FILTRO < WRK-HOJE
                   MOVE 'S' TO WRK-APOS-EXPEDIENTE
               WHEN WRK-DATA-FILTRO = WRK-HOJE
                   AND WRK-AGORA-HHMMSS NOT < WRK-FIM-EXPEDIENTE
                   MOVE 'S' TO WRK-APOS-EXPEDIENTE
               WHEN OTHER
                   MOVE 'N' TO WRK-APOS-EXPEDIENTE
           END-EVALUATE.

           PERFORM 0100-CARREGA-VISITAS.
           PERFORM 0150-CARREGA-AGENDA.

           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WRK-EMP-STATUS = '00'
               MOVE 'S' TO WRK-EMP-ABERTO
           END-IF.

           OPEN OUTPUT VISIT-EXPECT-REPORT.
           MOVE SPACES TO VX-LINHA.
           STRING 'PORTARIA - ESPERADO X CHEGOU EM ' WRK-DATA-FILTRO
               DELIMITED BY SIZE INTO VX-LINHA
           END-STRING.
           WRITE VX-LINHA.

           PERFORM 0200-VISITAS-AGENDADAS.
           PERFORM 0300-VISITAS-SEM-AGENDA.
           PERFORM 0400-PERMANENCIA.

           MOVE SPACES TO VX-LINHA.
           WRITE VX-LINHA FROM '-------------------------------------'.
           MOVE SPACES TO VX-LINHA.
           STRING 'AGENDADAS: ' WRK-QTDE-AGENDADAS
                  '  CHEGARAM: ' WRK-QTDE-CHEGARAM
                  '  NAO CHEGARAM: ' WRK-QTDE-FALTARAM
                  '  CANCELADAS: ' WRK-QTDE-CANCELADAS
               DELIMITED BY SIZE INTO VX-LINHA
           END-STRING.
           WRITE VX-LINHA.
           MOVE SPACES TO VX-LINHA.
           STRING 'ENTRADAS SEM AGENDAMENTO: ' WRK-QTDE-SEM-AGENDA
                  '  SEM APROVACAO REGISTRADA: ' WRK-QTDE-SEM-APROV
                  '  NO PREDIO APOS O EXPEDIENTE: ' WRK-QTDE-NO-PREDIO
               DELIMITED BY SIZE INTO VX-LINHA
           END-STRING.
           WRITE VX-LINHA.

           CLOSE VISIT-EXPECT-REPORT.
           IF WRK-EMP-ABERTO = 'S'
               CLOSE EMPLOYEE-MASTER-FILE
           END-IF.

           DISPLAY 'AGENDADAS: ' WRK-QTDE-AGENDADAS
                   '  CHEGARAM: ' WRK-QTDE-CHEGARAM
                   '  SEM AGENDAMENTO: ' WRK-QTDE-SEM-AGENDA.
           IF WRK-QTDE-NO-PREDIO > 0
               DISPLAY 'VISITANTES NO PREDIO APOS O EXPEDIENTE: '
                       WRK-QTDE-NO-PREDIO
               MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

      ******************************************************************
      * 0100-CARREGA-VISITAS - ENTRADAS DA DATA NO VISITORLOG.
      ******************************************************************
       0100-CARREGA-VISITAS SECTION.
           MOVE 'N' TO WRK-EOF.
           OPEN INPUT VISITOR-LOG-FILE.
           IF WRK-VISITA-STATUS NOT = '00'
               DISPLAY 'VISITORLOG NAO ENCONTRADO - SEM ENTRADAS'
               GO TO 0100-EXIT
           END-IF.

           PERFORM UNTIL LEITURA-ACABOU
               READ VISITOR-LOG-FILE
                   AT END
                       MOVE 'S' TO WRK-EOF
                   NOT AT END
                       IF VL-DATA = WRK-DATA-FILTRO
                           AND WRK-VIS-QTD < 2000
                           ADD 1 TO WRK-VIS-QTD
                           MOVE VL-CPF
                               TO WRK-VIS-CPF(WRK-VIS-QTD)
                           MOVE VL-HORA
                               TO WRK-VIS-HORA(WRK-VIS-QTD)
                           MOVE VL-HORA-SAIDA
                               TO WRK-VIS-SAIDA(WRK-VIS-QTD)
                           MOVE VL-NOME
                               TO WRK-VIS-NOME(WRK-VIS-QTD)
                           MOVE VL-EMPRESA
                               TO WRK-VIS-EMPRESA(WRK-VIS-QTD)
                           MOVE VL-ANFITRIAO
                               TO WRK-VIS-ANFITRIAO(WRK-VIS-QTD)
                           MOVE 'N'
                               TO WRK-VIS-AGENDADA(WRK-VIS-QTD)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE VISITOR-LOG-FILE.
       0100-EXIT.
           EXIT.

      ******************************************************************
      * 0150-CARREGA-AGENDA - AGENDAMENTOS E APROVACOES DA DATA NO
      * VISITPREREG.
      ******************************************************************
       0150-CARREGA-AGENDA SECTION.
           MOVE 'N' TO WRK-EOF.
           OPEN INPUT VISIT-PREREG-FILE.
           IF WRK-AGENDA-STATUS NOT = '00'
               GO TO 0150-EXIT
           END-IF.

           PERFORM UNTIL LEITURA-ACABOU
               READ VISIT-PREREG-FILE
                   AT END
                       MOVE 'S' TO WRK-EOF
                   NOT AT END
                       IF VP-DATA = WRK-DATA-FILTRO
                           AND WRK-AGE-QTD < 2000
                           ADD 1 TO WRK-AGE-QTD
                           MOVE VP-CPF
                               TO WRK-AGE-CPF(WRK-AGE-QTD)
                           MOVE VP-NOME
                               TO WRK-AGE-NOME(WRK-AGE-QTD)
                           MOVE VP-EMPRESA
                               TO WRK-AGE-EMPRESA(WRK-AGE-QTD)
                           MOVE VP-ANFITRIAO-CPF
                               TO WRK-AGE-ANFITRIAO(WRK-AGE-QTD)
                           MOVE VP-ORIGEM
                               TO WRK-AGE-ORIGEM(WRK-AGE-QTD)
                           MOVE VP-AUTORIZADOR
                               TO WRK-AGE-AUTORIZADOR(WRK-AGE-QTD)
                           MOVE VP-SITUACAO
                               TO WRK-AGE-SITUACAO(WRK-AGE-QTD)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE VISIT-PREREG-FILE.
       0150-EXIT.
           EXIT.

      ******************************************************************
      * 0200-VISITAS-AGENDADAS - CADA VISITA AGENDADA (ORIGEM 'P') COM
      * A PRIMEIRA ENTRADA DO CPF NO DIA, OU A FALTA.
      ******************************************************************
       0200-VISITAS-AGENDADAS SECTION.
           MOVE SPACES TO VX-LINHA.
           WRITE VX-LINHA FROM '-------------------------------------'.
           MOVE SPACES TO VX-LINHA.
           WRITE VX-LINHA FROM 'VISITAS AGENDADAS:'.

           PERFORM VARYING WRK-AGE-IDX FROM 1 BY 1
                   UNTIL WRK-AGE-IDX > WRK-AGE-QTD
               IF WRK-AGE-ORIGEM(WRK-AGE-IDX) = 'P'
                   PERFORM 0250-LINHA-AGENDADA
               END-IF
           END-PERFORM.

      ******************************************************************
      * 0250-LINHA-AGENDADA - SITUACAO DA VISITA AGENDADA WRK-AGE-IDX.
      * TODAS AS ENTRADAS DO CPF NO DIA FICAM MARCADAS COMO ESPERADAS.
      ******************************************************************
       0250-LINHA-AGENDADA SECTION.
           MOVE 0 TO WRK-VIS-POS.
           IF WRK-AGE-SITUACAO(WRK-AGE-IDX) NOT = 'X'
               PERFORM VARYING WRK-VIS-IDX FROM 1 BY 1
                       UNTIL WRK-VIS-IDX > WRK-VIS-QTD
                   IF WRK-VIS-CPF(WRK-VIS-IDX)
                       = WRK-AGE-CPF(WRK-AGE-IDX)
                       MOVE 'S' TO WRK-VIS-AGENDADA(WRK-VIS-IDX)
                       IF WRK-VIS-POS = 0
                           MOVE WRK-VIS-IDX TO WRK-VIS-POS
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

           MOVE SPACES TO WRK-SITUACAO-TXT.
           EVALUATE TRUE
               WHEN WRK-AGE-SITUACAO(WRK-AGE-IDX) = 'X'
                   ADD 1 TO WRK-QTDE-CANCELADAS
                   MOVE 'CANCELADA' TO WRK-SITUACAO-TXT
               WHEN WRK-VIS-POS > 0
                   ADD 1 TO WRK-QTDE-AGENDADAS
                   ADD 1 TO WRK-QTDE-CHEGARAM
                   MOVE WRK-VIS-HORA(WRK-VIS-POS)(1:2) TO WRK-ED-HH
                   MOVE WRK-VIS-HORA(WRK-VIS-POS)(3:2) TO WRK-ED-MM
                   IF WRK-VIS-SAIDA(WRK-VIS-POS) = ZEROES
                       STRING 'CHEGOU ' WRK-HORA-ED ' - NO PREDIO'
                           DELIMITED BY SIZE INTO WRK-SITUACAO-TXT
                       END-STRING
                   ELSE
                       MOVE WRK-VIS-SAIDA(WRK-VIS-POS)(1:2)
                           TO WRK-SD-HH
                       MOVE WRK-VIS-SAIDA(WRK-VIS-POS)(3:2)
                           TO WRK-SD-MM
                       STRING 'CHEGOU ' WRK-HORA-ED ' SAIU '
                              WRK-SAIDA-ED
                           DELIMITED BY SIZE INTO WRK-SITUACAO-TXT
                       END-STRING
                   END-IF
               WHEN WRK-DATA-FILTRO < WRK-HOJE
                   ADD 1 TO WRK-QTDE-AGENDADAS
                   ADD 1 TO WRK-QTDE-FALTARAM
                   MOVE 'NAO COMPARECEU' TO WRK-SITUACAO-TXT
               WHEN OTHER
                   ADD 1 TO WRK-QTDE-AGENDADAS
                   ADD 1 TO WRK-QTDE-FALTARAM
                   MOVE 'AINDA NAO CHEGOU' TO WRK-SITUACAO-TXT
           END-EVALUATE.

           PERFORM 0500-NOME-ANFITRIAO.

           MOVE SPACES TO VX-LINHA.
           STRING WRK-AGE-CPF(WRK-AGE-IDX) ' ' DELIMITED BY SIZE
                  WRK-AGE-NOME(WRK-AGE-IDX) DELIMITED BY '  '
                  ' (' DELIMITED BY SIZE
                  WRK-AGE-EMPRESA(WRK-AGE-IDX) DELIMITED BY '  '
                  ') ANFITRIAO: ' DELIMITED BY SIZE
                  WRK-ANFITRIAO-NOME DELIMITED BY '  '
               INTO VX-LINHA
           END-STRING.
           MOVE WRK-SITUACAO-TXT TO VX-LINHA(96:35).
           WRITE VX-LINHA.

      ******************************************************************
      * 0300-VISITAS-SEM-AGENDA - ENTRADAS DO DIA QUE NAO BATERAM COM
      * VISITA AGENDADA, COM O CPF DE QUEM APROVOU NA RECEPCAO.
      ******************************************************************
       0300-VISITAS-SEM-AGENDA SECTION.
           MOVE SPACES TO VX-LINHA.
           WRITE VX-LINHA FROM '-------------------------------------'.
           MOVE SPACES TO VX-LINHA.
           WRITE VX-LINHA FROM 'ENTRADAS SEM AGENDAMENTO:'.

           PERFORM VARYING WRK-VIS-IDX FROM 1 BY 1
                   UNTIL WRK-VIS-IDX > WRK-VIS-QTD
               IF WRK-VIS-AGENDADA(WRK-VIS-IDX) NOT = 'S'
                   PERFORM 0350-LINHA-SEM-AGENDA
               END-IF
           END-PERFORM.

      ******************************************************************
      * 0350-LINHA-SEM-AGENDA - LINHA DA ENTRADA WRK-VIS-IDX.
      ******************************************************************
       0350-LINHA-SEM-AGENDA SECTION.
           ADD 1 TO WRK-QTDE-SEM-AGENDA.

           MOVE 0 TO WRK-AGE-POS.
           PERFORM VARYING WRK-AGE-IDX FROM 1 BY 1
                   UNTIL WRK-AGE-IDX > WRK-AGE-QTD
               IF WRK-AGE-CPF(WRK-AGE-IDX) = WRK-VIS-CPF(WRK-VIS-IDX)
                   AND WRK-AGE-ORIGEM(WRK-AGE-IDX) = 'R'
                   AND WRK-AGE-SITUACAO(WRK-AGE-IDX) = 'E'
                   AND WRK-AGE-POS = 0
                   MOVE WRK-AGE-IDX TO WRK-AGE-POS
               END-IF
           END-PERFORM.

           MOVE SPACES TO WRK-SITUACAO-TXT.
           IF WRK-AGE-POS > 0
               STRING 'APROVADO POR '
                      WRK-AGE-AUTORIZADOR(WRK-AGE-POS)
                   DELIMITED BY SIZE INTO WRK-SITUACAO-TXT
               END-STRING
           ELSE
               ADD 1 TO WRK-QTDE-SEM-APROV
               MOVE 'SEM APROVACAO REGISTRADA' TO WRK-SITUACAO-TXT
           END-IF.

           MOVE WRK-VIS-HORA(WRK-VIS-IDX)(1:2) TO WRK-ED-HH.
           MOVE WRK-VIS-HORA(WRK-VIS-IDX)(3:2) TO WRK-ED-MM.
           MOVE SPACES TO VX-LINHA.
           STRING WRK-HORA-ED ' ' DELIMITED BY SIZE
                  WRK-VIS-NOME(WRK-VIS-IDX) DELIMITED BY '  '
                  ' (' DELIMITED BY SIZE
                  WRK-VIS-EMPRESA(WRK-VIS-IDX) DELIMITED BY '  '
                  ') ANFITRIAO: ' DELIMITED BY SIZE
                  WRK-VIS-ANFITRIAO(WRK-VIS-IDX) DELIMITED BY '  '
               INTO VX-LINHA
           END-STRING.
           MOVE WRK-SITUACAO-TXT TO VX-LINHA(96:35).
           WRITE VX-LINHA.

      ******************************************************************
      * 0400-PERMANENCIA - VISITANTES AINDA SEM SAIDA DEPOIS DO FIM DO
      * EXPEDIENTE, COM UM AVISO PARA A OPERACAO POR VISITANTE.
      ******************************************************************
       0400-PERMANENCIA SECTION.
           MOVE SPACES TO VX-LINHA.
           WRITE VX-LINHA FROM '-------------------------------------'.
           MOVE SPACES TO VX-LINHA.
           WRITE VX-LINHA FROM 'NO PREDIO APOS O EXPEDIENTE:'.

           IF WRK-APOS-EXPEDIENTE NOT = 'S'
               MOVE SPACES TO VX-LINHA
               WRITE VX-LINHA FROM '  EXPEDIENTE AINDA NAO ENCERRADO'
               GO TO 0400-EXIT
           END-IF.

           PERFORM VARYING WRK-VIS-IDX FROM 1 BY 1
                   UNTIL WRK-VIS-IDX > WRK-VIS-QTD
               IF WRK-VIS-SAIDA(WRK-VIS-IDX) = ZEROES
                   PERFORM 0450-ALERTA-PERMANENCIA
               END-IF
           END-PERFORM.
       0400-EXIT.
           EXIT.

      ******************************************************************
      * 0450-ALERTA-PERMANENCIA - LINHA E AVISO DA VISITA WRK-VIS-IDX.
      ******************************************************************
       0450-ALERTA-PERMANENCIA SECTION.
           ADD 1 TO WRK-QTDE-NO-PREDIO.
           MOVE WRK-VIS-HORA(WRK-VIS-IDX)(1:2) TO WRK-ED-HH.
           MOVE WRK-VIS-HORA(WRK-VIS-IDX)(3:2) TO WRK-ED-MM.

           MOVE SPACES TO VX-LINHA.
           STRING 'ENTROU ' WRK-HORA-ED ' ' DELIMITED BY SIZE
                  WRK-VIS-NOME(WRK-VIS-IDX) DELIMITED BY '  '
                  ' (' DELIMITED BY SIZE
                  WRK-VIS-EMPRESA(WRK-VIS-IDX) DELIMITED BY '  '
                  ') ANFITRIAO: ' DELIMITED BY SIZE
                  WRK-VIS-ANFITRIAO(WRK-VIS-IDX) DELIMITED BY '  '
               INTO VX-LINHA
           END-STRING.
           WRITE VX-LINHA.

           MOVE 'A' TO NT-SEVERIDADE.
           MOVE 'PROGCOB187' TO NT-ORIGEM.
           MOVE 'OPERACAO' TO NT-PAPEL.
           MOVE SPACES TO NT-MENSAGEM.
           STRING 'PORTARIA: NO PREDIO APOS EXPEDIENTE, DESDE '
                  WRK-DATA-FILTRO ' ' WRK-HORA-ED ' - '
                  DELIMITED BY SIZE
                  WRK-VIS-NOME(WRK-VIS-IDX) DELIMITED BY '  '
               INTO NT-MENSAGEM
           END-STRING.
           CALL 'NTFYUTIL' USING NT-PARM.

      ******************************************************************
      * 0500-NOME-ANFITRIAO - NOME DO ANFITRIAO DA VISITA AGENDADA NO
      * EMPLOYEEMASTER (O CPF QUANDO NAO ACHA).
      ******************************************************************
       0500-NOME-ANFITRIAO SECTION.
           MOVE WRK-AGE-ANFITRIAO(WRK-AGE-IDX) TO WRK-ANFITRIAO-NOME.
           IF WRK-EMP-ABERTO NOT = 'S'
               GO TO 0500-EXIT
           END-IF.

           MOVE WRK-AGE-ANFITRIAO(WRK-AGE-IDX) TO EM-CPF.
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE EM-NOME TO WRK-ANFITRIAO-NOME
           END-READ.
       0500-EXIT.
           EXIT.

       END PROGRAM PROGCOB187.
