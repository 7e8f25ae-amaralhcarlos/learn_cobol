       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB176.
      ******************************************************************
      *AUTHOR: CARLOS AMARAL
      *DATE: 15/10/2026
      *PURPOSE: RELATORIO DO TITULAR (LGPD). QUANDO ALGUEM PEDE TUDO O
      *         QUE GUARDAMOS SOBRE O SEU CPF, A RESPOSTA ERA MONTADA A
      *         MAO ABRINDO ARQUIVO POR ARQUIVO. AQUI O CPF INFORMADO E
      *         PROCURADO EM TODOS OS ARQUIVOS COM DADO PESSOAL -
      *         CADASTRO, USUARIO, FOLHA, HISTORICO DE SALARIO, EXAMES,
      *         AUSENCIAS, BENEFICIOS, FERIAS, TREINAMENTOS, ESCALA,
      *         HORAS, REEMBOLSOS, IMC (VIVO E ARQUIVADO), PONTO,
      *         VISITAS, AGENDA E RESTRICAO DA PORTARIA E AS TRILHAS
      *         EMPAUDIT E INQAUDIT - E O QUE ACHAR SAI NO ARQUIVO
      *         TITULARRPT, UMA SECAO POR ARQUIVO.
      *         AS BATIDAS DE PONTO SAEM RESUMIDAS (QUANTIDADE, PRIMEIRA
      *         E ULTIMA DATA). SENHA E SALARIO DE TERCEIROS NUNCA SAEM.
      *         A PROPRIA CONSULTA VAI PARA O INQAUDIT (SUBPROGRAMA
      *         INQLUTIL), COMO AS DEMAIS CONSULTAS DE DADO PESSOAL.
      *MODIFICATION HISTORY:
      * 15/10/2026 - ACRESCENTADOS A AGENDA DE VISITAS (VISITPREREG) E A
      *              LISTA DE RESTRICAO DA PORTARIA (WATCHLIST), QUE
      *              TAMBEM GUARDAM NOME E CPF DO VISITANTE.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO 'EMPLOYEEMASTER'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-CPF
               FILE STATUS IS WRK-EMP-STATUS.

           SELECT USER-MASTER-FILE ASSIGN TO 'USERMASTER'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UM-USER
               FILE STATUS IS WRK-UM-STATUS.

           SELECT PAYROLL-MASTER-FILE ASSIGN TO 'PAYROLLMASTER'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-CHAVE
               FILE STATUS IS WRK-PM-STATUS.

           SELECT SAL-HIST-FILE ASSIGN TO 'SALHIST'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-SH-STATUS.

           SELECT MED-EXAMS-FILE ASSIGN TO 'MEDEXAMS'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-ME-STATUS.

           SELECT ABSENCES-FILE ASSIGN TO 'ABSENCES'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-AU-STATUS.

           SELECT BEN-ENROLL-FILE ASSIGN TO 'BENENROLL'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-BN-STATUS.

           SELECT VAC-SCHED-FILE ASSIGN TO 'VACSCHED'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-VS-STATUS.

           SELECT TRAIN-RECS-FILE ASSIGN TO 'TRAINRECS'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-TQ-STATUS.

           SELECT SHIFT-ASSIGN-FILE ASSIGN TO 'SHIFTASSIGN'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-SA-STATUS.

           SELECT HOURS-WORKED-FILE ASSIGN TO 'HOURSWORKED'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-HW-STATUS.

           SELECT EXPENSE-CLAIMS-FILE ASSIGN TO 'EXPCLAIMS'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-EX-STATUS.

           SELECT IMC-HIST-FILE ASSIGN TO 'IMCHIST'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IH-CHAVE
               FILE STATUS IS WRK-IH-STATUS.

           SELECT IMC-ARC-FILE ASSIGN TO 'IMCHISTARC'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-IARC-STATUS.

           SELECT TIME-CLOCK-FILE ASSIGN TO 'TIMECLOCK'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-PONTO-STATUS.

           SELECT VISITOR-LOG-FILE ASSIGN TO 'VISITORLOG'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-VISITA-STATUS.

           SELECT VISIT-PREREG-FILE ASSIGN TO 'VISITPREREG'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-AGENDA-STATUS.

           SELECT WATCHLIST-FILE ASSIGN TO 'WATCHLIST'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-RESTR-STATUS.

           SELECT EMP-AUDIT-FILE ASSIGN TO 'EMPAUDIT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-EA-STATUS.

           SELECT INQUIRY-AUDIT-FILE ASSIGN TO 'INQAUDIT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-INQ-STATUS.

           SELECT SUBJECT-REPORT-FILE ASSIGN TO 'TITULARRPT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER-FILE.
           COPY 'EMPMASTER-REC.cob'.

       FD  USER-MASTER-FILE.
           COPY 'USERMASTER-REC.cob'.

       FD  PAYROLL-MASTER-FILE.
           COPY 'PAYMASTER-REC.cob'.

       FD  SAL-HIST-FILE.
           COPY 'SALHIST-REC.cob'.

       FD  MED-EXAMS-FILE.
           COPY 'MEDEXAM-REC.cob'.

       FD  ABSENCES-FILE.
           COPY 'ABSENCE-REC.cob'.

       FD  BEN-ENROLL-FILE.
           COPY 'BENENROLL-REC.cob'.

       FD  VAC-SCHED-FILE.
           COPY 'VACSCHED-REC.cob'.

       FD  TRAIN-RECS-FILE.
           COPY 'TRAINREC-REC.cob'.

       FD  SHIFT-ASSIGN-FILE.
           COPY 'SHIFTASG-REC.cob'.

       FD  HOURS-WORKED-FILE.
           COPY 'HOURSWORKED-REC.cob'.

       FD  EXPENSE-CLAIMS-FILE.
           COPY 'EXPCLAIM-REC.cob'.

       FD  IMC-HIST-FILE.
           COPY 'IMCHIST-REC.cob'.

       FD  IMC-ARC-FILE.
       01  IC-LINHA                PIC X(80).

       FD  TIME-CLOCK-FILE.
       01  TC-REGISTRO.
           02  TC-CPF          PIC 9(11).
           02  TC-DATA         PIC 9(08).
           02  TC-HORA         PIC 9(06).
           02  TC-SENTIDO      PIC X(01).

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

       FD  WATCHLIST-FILE.
           COPY 'WATCHLIST-REC.cob'.

       FD  EMP-AUDIT-FILE.
       01  EA-LINHA                PIC X(150).

       FD  INQUIRY-AUDIT-FILE.
           COPY 'INQAUDIT-REC.cob'.

       FD  SUBJECT-REPORT-FILE.
       01  TR-LINHA                PIC X(160).

       WORKING-STORAGE SECTION.
           COPY 'INQLUTIL-PARM.cob'.
       77  WRK-EMP-STATUS      PIC X(02)       VALUE SPACES.
       77  WRK-UM-STATUS       PIC X(02)       VALUE SPACES.
       77  WRK-PM-STATUS       PIC X(02)       VALUE SPACES.
       77  WRK-SH-STATUS       PIC X(02)       VALUE SPACES.
       77  WRK-ME-STATUS       PIC X(02)       VALUE SPACES.
       77  WRK-AU-STATUS       PIC X(02)       VALUE SPACES.
       77  WRK-BN-STATUS       PIC X(02)       VALUE SPACES.
       77  WRK-VS-STATUS       PIC X(02)       VALUE SPACES.
       77  WRK-TQ-STATUS       PIC X(02)       VALUE SPACES.
       77  WRK-SA-STATUS       PIC X(02)       VALUE SPACES.
       77  WRK-HW-STATUS       PIC X(02)       VALUE SPACES.
       77  WRK-EX-STATUS       PIC X(02)       VALUE SPACES.
       77  WRK-IH-STATUS       PIC X(02)       VALUE SPACES.
       77  WRK-IARC-STATUS     PIC X(02)       VALUE SPACES.
       77  WRK-PONTO-STATUS    PIC X(02)       VALUE SPACES.
       77  WRK-VISITA-STATUS   PIC X(02)       VALUE SPACES.
       77  WRK-AGENDA-STATUS   PIC X(02)       VALUE SPACES.
       77  WRK-RESTR-STATUS    PIC X(02)       VALUE SPACES.
       77  WRK-EA-STATUS       PIC X(02)       VALUE SPACES.
       77  WRK-INQ-STATUS      PIC X(02)       VALUE SPACES.
       77  WRK-REPORT-STATUS   PIC X(02)       VALUE SPACES.
       77  WRK-EOF             PIC X(01)       VALUE 'N'.
           88  LEITURA-ACABOU                  VALUE 'S'.

       77  WRK-USER            PIC X(20)       VALUE SPACES.
       01  WRK-CPF             PIC 9(11)       VALUE ZEROES.
       01  WRK-CPF-X REDEFINES WRK-CPF         PIC X(11).
       01  WRK-PADRAO-AUDIT.
           02  FILLER          PIC X(05)       VALUE ';CPF='.
           02  WRK-PADRAO-CPF  PIC X(11)       VALUE SPACES.
       77  WRK-OCORRENCIAS     PIC 9(03)       VALUE ZEROES.

       01  WRK-HOJE.
           02  WRK-HOJE-ANO    PIC 9(04)       VALUE ZEROES.
           02  WRK-HOJE-MES    PIC 9(02)       VALUE ZEROES.
           02  WRK-HOJE-DIA    PIC 9(02)       VALUE ZEROES.

      ******************************************************************
      * LINHA DE DETALHE DA FONTE CORRENTE E CONTAGENS.
      ******************************************************************
       77  WRK-FONTE           PIC X(60)       VALUE SPACES.
       77  WRK-DETALHE         PIC X(156)      VALUE SPACES.
       77  WRK-QTD-FONTE       PIC 9(06)       VALUE ZEROES.
       77  WRK-QTD-TOTAL       PIC 9(06)       VALUE ZEROES.
       77  WRK-QTD-FONTES      PIC 9(02)       VALUE ZEROES.

      ******************************************************************
      * EDICAO DE DATA (AAAAMMDD -> DD/MM/AAAA) E DE VALOR.
      ******************************************************************
       01  WRK-DATA-IN.
           02  WRK-DI-ANO      PIC X(04).
           02  WRK-DI-MES      PIC X(02).
           02  WRK-DI-DIA      PIC X(02).
       01  WRK-DATA-ED.
           02  WRK-DE-DIA      PIC X(02).
           02  FILLER          PIC X(01)       VALUE '/'.
           02  WRK-DE-MES      PIC X(02).
           02  FILLER          PIC X(01)       VALUE '/'.
           02  WRK-DE-ANO      PIC X(04).
       77  WRK-DATA-ED2        PIC X(10)       VALUE SPACES.
       77  WRK-ED-VALOR        PIC ZZZ.ZZ9,99.
       77  WRK-ED-VALOR2       PIC ZZZ.ZZ9,99.

      ******************************************************************
      * RESUMO DO PONTO: QUANTIDADE DE BATIDAS, PRIMEIRA E ULTIMA DATA.
      ******************************************************************
       77  WRK-PONTO-PRIMEIRA  PIC 9(08)       VALUE ZEROES.
       77  WRK-PONTO-ULTIMA    PIC 9(08)       VALUE ZEROES.

       PROCEDURE DIVISION.

           DISPLAY 'USUARIO DA CONSULTA: '.
           ACCEPT WRK-USER.
           DISPLAY 'CPF DO TITULAR (SO DIGITOS): '.
           ACCEPT WRK-CPF.
           IF WRK-CPF NOT NUMERIC OR WRK-CPF = 0
               DISPLAY 'CPF INVALIDO'
               STOP RUN
           END-IF.
           MOVE WRK-CPF-X TO WRK-PADRAO-CPF.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.

           OPEN OUTPUT SUBJECT-REPORT-FILE.
           MOVE SPACES TO TR-LINHA.
           STRING 'RELATORIO DO TITULAR - CPF ' WRK-CPF
                  ' - EMITIDO EM ' WRK-HOJE-DIA '/' WRK-HOJE-MES '/'
                  WRK-HOJE-ANO ' POR ' WRK-USER
               DELIMITED BY SIZE INTO TR-LINHA
           END-STRING.
           WRITE TR-LINHA.
           MOVE SPACES TO TR-LINHA.
           WRITE TR-LINHA FROM '-------------------------------------'.

           PERFORM 0200-CADASTRO.
           PERFORM 0250-USUARIOS.
           PERFORM 0300-FOLHA.
           PERFORM 0350-SALHIST.
           PERFORM 0400-EXAMES.
           PERFORM 0450-AUSENCIAS.
           PERFORM 0500-BENEFICIOS.
           PERFORM 0550-FERIAS.
           PERFORM 0600-TREINAMENTOS.
           PERFORM 0650-ESCALA.
           PERFORM 0700-HORAS.
           PERFORM 0750-REEMBOLSOS.
           PERFORM 0800-IMC.
           PERFORM 0820-IMC-ARQUIVADO.
           PERFORM 0840-PONTO.
           PERFORM 0860-VISITAS.
           PERFORM 0865-AGENDA-VISITAS.
           PERFORM 0870-RESTRICAO.
           PERFORM 0880-EMPAUDIT.
           PERFORM 0890-INQAUDIT.

           MOVE SPACES TO TR-LINHA.
           WRITE TR-LINHA FROM '-------------------------------------'.
           MOVE SPACES TO TR-LINHA.
           STRING 'TOTAL DE REGISTROS ' WRK-QTD-TOTAL
                  ' EM ' WRK-QTD-FONTES ' ARQUIVOS'
               DELIMITED BY SIZE INTO TR-LINHA
           END-STRING.
           WRITE TR-LINHA.
           CLOSE SUBJECT-REPORT-FILE.

      *    A CONSULTA E REGISTRADA DEPOIS DO RELATORIO, PARA A PROPRIA
      *    LINHA NAO SAIR NELE.
           MOVE WRK-USER     TO IL-OPERADOR.
           MOVE 'PROGCOB176' TO IL-PROGRAMA.
           MOVE WRK-CPF      TO IL-CPF.
           IF WRK-QTD-TOTAL = 0
               MOVE 'N' TO IL-ACHOU
           ELSE
               MOVE 'S' TO IL-ACHOU
           END-IF.
           CALL 'INQLUTIL' USING IL-PARM.

           DISPLAY 'REGISTROS ENCONTRADOS: ' WRK-QTD-TOTAL.
           DISPLAY 'RELATORIO EM TITULARRPT'.

           STOP RUN.

      ******************************************************************
      * 0200-CADASTRO - REGISTRO DO EMPLOYEEMASTER.
      ******************************************************************
       0200-CADASTRO SECTION.
           MOVE 'EMPLOYEEMASTER - CADASTRO DE FUNCIONARIO' TO WRK-FONTE.
           PERFORM 0900-INICIA-FONTE.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WRK-EMP-STATUS NOT = '00'
               PERFORM 0910-SEM-ARQUIVO
               GO TO 0200-EXIT
           END-IF.

           MOVE WRK-CPF TO EM-CPF.
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE EM-DATA-ADMISSAO TO WRK-DATA-IN
                   PERFORM 0940-FORMATA-DATA
                   MOVE EM-SALARY TO WRK-ED-VALOR
                   MOVE SPACES TO WRK-DETALHE
                   STRING 'NOME ' EM-NOME ' CARGO ' EM-CARGO
                          ' DEPTO ' EM-DEPARTAMENTO
                          ' ADMISSAO ' WRK-DATA-ED
                          ' SALARIO ' WRK-ED-VALOR
                          ' DEPENDENTES ' EM-DEPENDENTES
                       DELIMITED BY SIZE INTO WRK-DETALHE
                   END-STRING
                   PERFORM 0920-GRAVA-DETALHE
                   IF FUNCIONARIO-DESLIGADO
                       MOVE EM-DATA-DESLIG TO WRK-DATA-IN
                       PERFORM 0940-FORMATA-DATA
                       MOVE SPACES TO WRK-DETALHE
                       STRING 'DESLIGADO EM ' WRK-DATA-ED
                           DELIMITED BY SIZE INTO WRK-DETALHE
                       END-STRING
                       PERFORM 0920-GRAVA-DETALHE
                   END-IF
           END-READ.

           CLOSE EMPLOYEE-MASTER-FILE.
           PERFORM 0930-FIM-FONTE.
       0200-EXIT.
           EXIT.

      ******************************************************************
      * 0250-USUARIOS - CONTAS DO USERMASTER VINCULADAS AO CPF (SEM A
      * SENHA).
      ******************************************************************
       0250-USUARIOS SECTION.
           MOVE 'USERMASTER - CONTAS DE ACESSO' TO WRK-FONTE.
           PERFORM 0900-INICIA-FONTE.
           OPEN INPUT USER-MASTER-FILE.
           IF WRK-UM-STATUS NOT = '00'
               PERFORM 0910-SEM-ARQUIVO
               GO TO 0250-EXIT
           END-IF.

           PERFORM UNTIL LEITURA-ACABOU
               READ USER-MASTER-FILE NEXT
                   AT END
                       MOVE 'S' TO WRK-EOF
                   NOT AT END
                       IF UM-CPF = WRK-CPF
                           MOVE SPACES TO WRK-DETALHE
                           STRING 'USUARIO ' UM-USER
                                  ' NIVEL ' UM-LEVEL
                                  ' BLOQUEADO ' UM-BLOQUEADO
                               DELIMITED BY SIZE INTO WRK-DETALHE
                           END-STRING
                           PERFORM 0920-GRAVA-DETALHE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE USER-MASTER-FILE.
           PERFORM 0930-FIM-FONTE.
       0250-EXIT.
           EXIT.

      ******************************************************************
      * 0300-FOLHA - UMA LINHA POR COMPETENCIA DO PAYROLLMASTER, PELA
      * CHAVE CPF + COMPETENCIA.
      ******************************************************************
       0300-FOLHA SECTION.
           MOVE 'PAYROLLMASTER - FOLHA DE PAGAMENTO' TO WRK-FONTE.
           PERFORM 0900-INICIA-FONTE.
           OPEN INPUT PAYROLL-MASTER-FILE.
           IF WRK-PM-STATUS NOT = '00'
               PERFORM 0910-SEM-ARQUIVO
               GO TO 0300-EXIT
           END-IF.

           MOVE WRK-CPF TO PM-CPF.
           MOVE 0 TO PM-COMPETENCIA.
           START PAYROLL-MASTER-FILE KEY IS NOT LESS THAN PM-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-EOF
           END-START.

           PERFORM UNTIL LEITURA-ACABOU
               READ PAYROLL-MASTER-FILE NEXT
                   AT END
                       MOVE 'S' TO WRK-EOF
                   NOT AT END
                       IF PM-CPF NOT = WRK-CPF
                           MOVE 'S' TO WRK-EOF
                       ELSE
                           MOVE PM-SALARY  TO WRK-ED-VALOR
                           MOVE PM-LIQUIDO TO WRK-ED-VALOR2
                           MOVE SPACES TO WRK-DETALHE
                           STRING 'COMPETENCIA ' PM-COMPETENCIA
                                  ' NOME ' PM-NOME
                                  ' SALARIO ' WRK-ED-VALOR
                                  ' LIQUIDO ' WRK-ED-VALOR2
                               DELIMITED BY SIZE INTO WRK-DETALHE
                           END-STRING
                           PERFORM 0920-GRAVA-DETALHE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE PAYROLL-MASTER-FILE.
           PERFORM 0930-FIM-FONTE.
       0300-EXIT.
           EXIT.

      ******************************************************************
      * 0350-SALHIST - EVENTOS DE SALARIO.
      ******************************************************************
       0350-SALHIST SECTION.
           MOVE 'SALHIST - HISTORICO DE SALARIO' TO WRK-FONTE.
           PERFORM 0900-INICIA-FONTE.
           OPEN INPUT SAL-HIST-FILE.
           IF WRK-SH-STATUS NOT = '00'
               PERFORM 0910-SEM-ARQUIVO
               GO TO 0350-EXIT
           END-IF.

           PERFORM UNTIL LEITURA-ACABOU
               READ SAL-HIST-FILE
                   AT END
                       MOVE 'S' TO WRK-EOF
                   NOT AT END
                       IF SH-CPF = WRK-CPF
                           MOVE SH-DATA-EFETIVA TO WRK-DATA-IN
                           PERFORM 0940-FORMATA-DATA
                           MOVE SH-SALARIO-NOVO TO WRK-ED-VALOR
                           MOVE SPACES TO WRK-DETALHE
                           STRING 'EFETIVO EM ' WRK-DATA-ED
                                  ' SALARIO ' WRK-ED-VALOR
                                  ' MOTIVO ' SH-MOTIVO
                                  ' OPERADOR ' SH-OPERADOR
                               DELIMITED BY SIZE INTO WRK-DETALHE
                           END-STRING
                           PERFORM 0920-GRAVA-DETALHE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE SAL-HIST-FILE.
           PERFORM 0930-FIM-FONTE.
       0350-EXIT.
           EXIT.

      ******************************************************************
      * 0400-EXAMES - ASOS DO MEDEXAMS.
      ******************************************************************
       0400-EXAMES SECTION.
           MOVE 'MEDEXAMS - EXAMES OCUPACIONAIS' TO WRK-FONTE.
           PERFORM 0900-INICIA-FONTE.
           OPEN INPUT MED-EXAMS-FILE.
           IF WRK-ME-STATUS NOT = '00'
               PERFORM 0910-SEM-ARQUIVO
               GO TO 0400-EXIT
           END-IF.

           PERFORM UNTIL LEITURA-ACABOU
               READ MED-EXAMS-FILE
                   AT END
                       MOVE 'S' TO WRK-EOF
                   NOT AT END
                       IF ME-CPF = WRK-CPF
                           MOVE ME-DATA TO WRK-DATA-IN
                           PERFORM 0940-FORMATA-DATA
                           MOVE SPACES TO WRK-DETALHE
                           STRING 'TIPO ' ME-TIPO
                                  ' DATA ' WRK-DATA-ED
                                  ' RESULTADO ' ME-RESULTADO
                                  ' MEDICO ' ME-MEDICO
                               DELIMITED BY SIZE INTO WRK-DETALHE
                           END-STRING
                           PERFORM 0920-GRAVA-DETALHE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE MED-EXAMS-FILE.
           PERFORM 0930-FIM-FONTE.
       0400-EXIT.
           EXIT.

      ******************************************************************
      * 0450-AUSENCIAS - FALTAS, ATESTADOS E LICENCAS.
      ******************************************************************
       0450-AUSENCIAS SECTION.
           MOVE 'ABSENCES - AUSENCIAS' TO WRK-FONTE.
           PERFORM 0900-INICIA-FONTE.
           OPEN INPUT ABSENCES-FILE.
           IF WRK-AU-STATUS NOT = '00'
               PERFORM 0910-SEM-ARQUIVO
               GO TO 0450-EXIT
           END-IF.

           PERFORM UNTIL LEITURA-ACABOU
               READ ABSENCES-FILE
                   AT END
                       MOVE 'S' TO WRK-EOF
                   NOT AT END
                       IF AU-CPF = WRK-CPF
                           MOVE AU-DATA-FIM TO WRK-DATA-IN
                           PERFORM 0940-FORMATA-DATA
                           MOVE WRK-DATA-ED TO WRK-DATA-ED2
                           MOVE AU-DATA-INI TO WRK-DATA-IN
                           PERFORM 0940-FORMATA-DATA
                           MOVE SPACES TO WRK-DETALHE
                           STRING 'TIPO ' AU-TIPO
                                  ' DE ' WRK-DATA-ED
                                  ' A ' WRK-DATA-ED2
                                  ' DOCUMENTO ' AU-DOCUMENTO
                               DELIMITED BY SIZE INTO WRK-DETALHE
                           END-STRING
                           PERFORM 0920-GRAVA-DETALHE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ABSENCES-FILE.
           PERFORM 0930-FIM-FONTE.
       0450-EXIT.
           EXIT.

      ******************************************************************
      * 0500-BENEFICIOS - ADESAO A VALE-TRANSPORTE E REFEICAO.
      ******************************************************************
       0500-BENEFICIOS SECTION.
           MOVE 'BENENROLL - BENEFICIOS' TO WRK-FONTE.
           PERFORM 0900-INICIA-FONTE.
           OPEN INPUT BEN-ENROLL-FILE.
           IF WRK-BN-STATUS NOT = '00'
               PERFORM 0910-SEM-ARQUIVO
               GO TO 0500-EXIT
           END-IF.

           PERFORM UNTIL LEITURA-ACABOU
               READ BEN-ENROLL-FILE
                   AT END
                       MOVE 'S' TO WRK-EOF
                   NOT AT END
                       IF BN-CPF = WRK-CPF
                           MOVE SPACES TO WRK-DETALHE
                           STRING 'OPTANTE VT ' BN-VT-OPTANTE
                                  ' LINHAS ' BN-VT-LINHA(1)
                                  ' ' BN-VT-LINHA(2)
                                  ' ' BN-VT-LINHA(3)
                                  ' ' BN-VT-LINHA(4)
                                  ' PLANO VR ' BN-VR-PLANO
                               DELIMITED BY SIZE INTO WRK-DETALHE
                           END-STRING
                           PERFORM 0920-GRAVA-DETALHE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE BEN-ENROLL-FILE.
           PERFORM 0930-FIM-FONTE.
       0500-EXIT.
           EXIT.

      ******************************************************************
      * 0550-FERIAS - PERIODOS DE FERIAS.
      ******************************************************************
       0550-FERIAS SECTION.
           MOVE 'VACSCHED - FERIAS' TO WRK-FONTE.
           PERFORM 0900-INICIA-FONTE.
           OPEN INPUT VAC-SCHED-FILE.
           IF WRK-VS-STATUS NOT = '00'
               PERFORM 0910-SEM-ARQUIVO
               GO TO 0550-EXIT
           END-IF.

           PERFORM UNTIL LEITURA-ACABOU
               READ VAC-SCHED-FILE
                   AT END
                       MOVE 'S' TO WRK-EOF
                   NOT AT END
                       IF VS-CPF = WRK-CPF
                           MOVE VS-DATA-FIM TO WRK-DATA-IN
                           PERFORM 0940-FORMATA-DATA
                           MOVE WRK-DATA-ED TO WRK-DATA-ED2
                           MOVE VS-DATA-INICIO TO WRK-DATA-IN
                           PERFORM 0940-FORMATA-DATA
                           MOVE VS-VALOR-PAGO TO WRK-ED-VALOR
                           MOVE SPACES TO WRK-DETALHE
                           STRING 'DE ' WRK-DATA-ED
                                  ' A ' WRK-DATA-ED2
                                  ' DIAS ' VS-DIAS
                                  ' SITUACAO ' VS-STATUS
                                  ' VALOR PAGO ' WRK-ED-VALOR
                               DELIMITED BY SIZE INTO WRK-DETALHE
                           END-STRING
                           PERFORM 0920-GRAVA-DETALHE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE VAC-SCHED-FILE.
           PERFORM 0930-FIM-FONTE.
       0550-EXIT.
           EXIT.

      ******************************************************************
      * 0600-TREINAMENTOS - CURSOS CONCLUIDOS.
      ******************************************************************
       0600-TREINAMENTOS SECTION.
           MOVE 'TRAINRECS - TREINAMENTOS' TO WRK-FONTE.
           PERFORM 0900-INICIA-FONTE.
           OPEN INPUT TRAIN-RECS-FILE.
           IF WRK-TQ-STATUS NOT = '00'
               PERFORM 0910-SEM-ARQUIVO
               GO TO 0600-EXIT
           END-IF.

           PERFORM UNTIL LEITURA-ACABOU
               READ TRAIN-RECS-FILE
                   AT END
                       MOVE 'S' TO WRK-EOF
                   NOT AT END
                       IF TQ-CPF = WRK-CPF
                           MOVE TQ-VALIDADE TO WRK-DATA-IN
                           PERFORM 0940-FORMATA-DATA
                           MOVE WRK-DATA-ED TO WRK-DATA-ED2
                           MOVE TQ-DATA TO WRK-DATA-IN
                           PERFORM 0940-FORMATA-DATA
                           MOVE SPACES TO WRK-DETALHE
                           STRING 'CURSO ' TQ-CURSO
                                  ' EM ' WRK-DATA-ED
                                  ' VALIDO ATE ' WRK-DATA-ED2
                                  ' INSTRUTOR ' TQ-INSTRUTOR
                               DELIMITED BY SIZE INTO WRK-DETALHE
                           END-STRING
                           PERFORM 0920-GRAVA-DETALHE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE TRAIN-RECS-FILE.
           PERFORM 0930-FIM-FONTE.
       0600-EXIT.
           EXIT.

      ******************************************************************
      * 0650-ESCALA - TURNOS ATRIBUIDOS.
      ******************************************************************
       0650-ESCALA SECTION.
           MOVE 'SHIFTASSIGN - ESCALA DE TURNO' TO WRK-FONTE.
           PERFORM 0900-INICIA-FONTE.
           OPEN INPUT SHIFT-ASSIGN-FILE.
           IF WRK-SA-STATUS NOT = '00'
               PERFORM 0910-SEM-ARQUIVO
               GO TO 0650-EXIT
           END-IF.

           PERFORM UNTIL LEITURA-ACABOU
               READ SHIFT-ASSIGN-FILE
                   AT END
                       MOVE 'S' TO WRK-EOF
                   NOT AT END
                       IF SA-CPF = WRK-CPF
                           MOVE SA-VIGENCIA TO WRK-DATA-IN
                           PERFORM 0940-FORMATA-DATA
                           MOVE SPACES TO WRK-DETALHE
                           STRING 'TURNO ' SA-TURNO
                                  ' DESDE ' WRK-DATA-ED
                               DELIMITED BY SIZE INTO WRK-DETALHE
                           END-STRING
                           PERFORM 0920-GRAVA-DETALHE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE SHIFT-ASSIGN-FILE.
           PERFORM 0930-FIM-FONTE.
       0650-EXIT.
           EXIT.

      ******************************************************************
      * 0700-HORAS - HORAS APURADAS POR COMPETENCIA.
      ******************************************************************
       0700-HORAS SECTION.
           MOVE 'HOURSWORKED - HORAS APURADAS' TO WRK-FONTE.
           PERFORM 0900-INICIA-FONTE.
           OPEN INPUT HOURS-WORKED-FILE.
           IF WRK-HW-STATUS NOT = '00'
               PERFORM 0910-SEM-ARQUIVO
               GO TO 0700-EXIT
           END-IF.

           PERFORM UNTIL LEITURA-ACABOU
               READ HOURS-WORKED-FILE
                   AT END
                       MOVE 'S' TO WRK-EOF
                   NOT AT END
                       IF HW-CPF = WRK-CPF
                           MOVE SPACES TO WRK-DETALHE
                           STRING 'COMPETENCIA ' HW-COMPETENCIA
                                  ' MIN NORMAIS ' HW-MIN-NORMAIS
                                  ' EXTRA 50% ' HW-MIN-EXTRA50
                                  ' EXTRA 100% ' HW-MIN-EXTRA100
                                  ' NOTURNO ' HW-MIN-NOTURNO
                               DELIMITED BY SIZE INTO WRK-DETALHE
                           END-STRING
                           PERFORM 0920-GRAVA-DETALHE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE HOURS-WORKED-FILE.
           PERFORM 0930-FIM-FONTE.
       0700-EXIT.
           EXIT.

      ******************************************************************
      * 0750-REEMBOLSOS - PEDIDOS DE REEMBOLSO DE DESPESA.
      ******************************************************************
       0750-REEMBOLSOS SECTION.
           MOVE 'EXPCLAIMS - REEMBOLSO DE DESPESAS' TO WRK-FONTE.
           PERFORM 0900-INICIA-FONTE.
           OPEN INPUT EXPENSE-CLAIMS-FILE.
           IF WRK-EX-STATUS NOT = '00'
               PERFORM 0910-SEM-ARQUIVO
               GO TO 0750-EXIT
           END-IF.

           PERFORM UNTIL LEITURA-ACABOU
               READ EXPENSE-CLAIMS-FILE
                   AT END
                       MOVE 'S' TO WRK-EOF
                   NOT AT END
                       IF EX-CPF = WRK-CPF
                           MOVE EX-DATA TO WRK-DATA-IN
                           PERFORM 0940-FORMATA-DATA
                           MOVE EX-VALOR TO WRK-ED-VALOR
                           MOVE SPACES TO WRK-DETALHE
                           STRING 'PEDIDO ' EX-NUMERO
                                  ' DATA ' WRK-DATA-ED
                                  ' ' EX-CATEGORIA
                                  ' VALOR ' WRK-ED-VALOR
                                  ' ' EX-DESCRICAO
                                  ' SITUACAO ' EX-SITUACAO
                               DELIMITED BY SIZE INTO WRK-DETALHE
                           END-STRING
                           PERFORM 0920-GRAVA-DETALHE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE EXPENSE-CLAIMS-FILE.
           PERFORM 0930-FIM-FONTE.
       0750-EXIT.
           EXIT.

      ******************************************************************
      * 0800-IMC - AFERICOES DO IMCHIST, PELA CHAVE CPF + DATA.
      ******************************************************************
       0800-IMC SECTION.
           MOVE 'IMCHIST - AFERICOES DE IMC' TO WRK-FONTE.
           PERFORM 0900-INICIA-FONTE.
           OPEN INPUT IMC-HIST-FILE.
           IF WRK-IH-STATUS NOT = '00'
               PERFORM 0910-SEM-ARQUIVO
               GO TO 0800-EXIT
           END-IF.

           MOVE WRK-CPF TO IH-CPF.
           MOVE 0 TO IH-DATA.
           START IMC-HIST-FILE KEY IS NOT LESS THAN IH-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-EOF
           END-START.

           PERFORM UNTIL LEITURA-ACABOU
               READ IMC-HIST-FILE NEXT
                   AT END
                       MOVE 'S' TO WRK-EOF
                   NOT AT END
                       IF IH-CPF NOT = WRK-CPF
                           MOVE 'S' TO WRK-EOF
                       ELSE
                           MOVE IH-DATA TO WRK-DATA-IN
                           PERFORM 0940-FORMATA-DATA
                           MOVE SPACES TO WRK-DETALHE
                           STRING 'DATA ' WRK-DATA-ED
                                  ' ALTURA ' IH-ALTURA
                                  ' PESO ' IH-PESO
                                  ' IMC ' IH-IMC
                                  ' ' IH-CLASSE
                               DELIMITED BY SIZE INTO WRK-DETALHE
                           END-STRING
                           PERFORM 0920-GRAVA-DETALHE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE IMC-HIST-FILE.
           PERFORM 0930-FIM-FONTE.
       0800-EXIT.
           EXIT.

      ******************************************************************
      * 0820-IMC-ARQUIVADO - LINHAS DO IMCHISTARC (CPF NO INICIO).
      ******************************************************************
       0820-IMC-ARQUIVADO SECTION.
           MOVE 'IMCHISTARC - AFERICOES DE IMC ARQUIVADAS' TO WRK-FONTE.
           PERFORM 0900-INICIA-FONTE.
           OPEN INPUT IMC-ARC-FILE.
           IF WRK-IARC-STATUS NOT = '00'
               PERFORM 0910-SEM-ARQUIVO
               GO TO 0820-EXIT
           END-IF.

           PERFORM UNTIL LEITURA-ACABOU
               READ IMC-ARC-FILE
                   AT END
                       MOVE 'S' TO WRK-EOF
                   NOT AT END
                       IF IC-LINHA(1:11) = WRK-CPF-X
                           MOVE IC-LINHA TO WRK-DETALHE
                           PERFORM 0920-GRAVA-DETALHE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE IMC-ARC-FILE.
           PERFORM 0930-FIM-FONTE.
       0820-EXIT.
           EXIT.

      ******************************************************************
      * 0840-PONTO - BATIDAS DO TIMECLOCK, RESUMIDAS EM UMA LINHA.
      ******************************************************************
       0840-PONTO SECTION.
           MOVE 'TIMECLOCK - BATIDAS DE PONTO' TO WRK-FONTE.
           PERFORM 0900-INICIA-FONTE.
           MOVE 0 TO WRK-PONTO-PRIMEIRA.
           MOVE 0 TO WRK-PONTO-ULTIMA.
           OPEN INPUT TIME-CLOCK-FILE.
           IF WRK-PONTO-STATUS NOT = '00'
               PERFORM 0910-SEM-ARQUIVO
               GO TO 0840-EXIT
           END-IF.

           PERFORM UNTIL LEITURA-ACABOU
               READ TIME-CLOCK-FILE
                   AT END
                       MOVE 'S' TO WRK-EOF
                   NOT AT END
                       IF TC-CPF = WRK-CPF
                           ADD 1 TO WRK-QTD-FONTE
                           IF WRK-PONTO-PRIMEIRA = 0
                               OR TC-DATA < WRK-PONTO-PRIMEIRA
                               MOVE TC-DATA TO WRK-PONTO-PRIMEIRA
                           END-IF
                           IF TC-DATA > WRK-PONTO-ULTIMA
                               MOVE TC-DATA TO WRK-PONTO-ULTIMA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE TIME-CLOCK-FILE.
           IF WRK-QTD-FONTE > 0
               MOVE WRK-PONTO-ULTIMA TO WRK-DATA-IN
               PERFORM 0940-FORMATA-DATA
               MOVE WRK-DATA-ED TO WRK-DATA-ED2
               MOVE WRK-PONTO-PRIMEIRA TO WRK-DATA-IN
               PERFORM 0940-FORMATA-DATA
               MOVE SPACES TO TR-LINHA
               STRING '  ' WRK-QTD-FONTE ' BATIDAS DE '
                      WRK-DATA-ED ' A ' WRK-DATA-ED2
                   DELIMITED BY SIZE INTO TR-LINHA
               END-STRING
               WRITE TR-LINHA
               ADD WRK-QTD-FONTE TO WRK-QTD-TOTAL
               ADD 1 TO WRK-QTD-FONTES
           ELSE
               PERFORM 0930-FIM-FONTE
           END-IF.
       0840-EXIT.
           EXIT.

      ******************************************************************
      * 0860-VISITAS - VISITAS REGISTRADAS NA PORTARIA.
      ******************************************************************
       0860-VISITAS SECTION.
           MOVE 'VISITORLOG - VISITAS' TO WRK-FONTE.
           PERFORM 0900-INICIA-FONTE.
           OPEN INPUT VISITOR-LOG-FILE.
           IF WRK-VISITA-STATUS NOT = '00'
               PERFORM 0910-SEM-ARQUIVO
               GO TO 0860-EXIT
           END-IF.

           PERFORM UNTIL LEITURA-ACABOU
               READ VISITOR-LOG-FILE
                   AT END
                       MOVE 'S' TO WRK-EOF
                   NOT AT END
                       IF VL-CPF = WRK-CPF
                           MOVE VL-DATA TO WRK-DATA-IN
                           PERFORM 0940-FORMATA-DATA
                           MOVE SPACES TO WRK-DETALHE
                           STRING 'DATA ' WRK-DATA-ED
                                  ' ENTRADA ' VL-HORA
                                  ' SAIDA ' VL-HORA-SAIDA
                                  ' NOME ' VL-NOME
                                  ' EMPRESA ' VL-EMPRESA
                               DELIMITED BY SIZE INTO WRK-DETALHE
                           END-STRING
                           PERFORM 0920-GRAVA-DETALHE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE VISITOR-LOG-FILE.
           PERFORM 0930-FIM-FONTE.
       0860-EXIT.
           EXIT.

      ******************************************************************
      * 0865-AGENDA-VISITAS - VISITAS AGENDADAS OU APROVADAS NA
      * RECEPCAO PARA O CPF.
      ******************************************************************
       0865-AGENDA-VISITAS SECTION.
           MOVE 'VISITPREREG - AGENDA DE VISITAS' TO WRK-FONTE.
           PERFORM 0900-INICIA-FONTE.
           OPEN INPUT VISIT-PREREG-FILE.
           IF WRK-AGENDA-STATUS NOT = '00'
               PERFORM 0910-SEM-ARQUIVO
               GO TO 0865-EXIT
           END-IF.

           PERFORM UNTIL LEITURA-ACABOU
               READ VISIT-PREREG-FILE
                   AT END
                       MOVE 'S' TO WRK-EOF
                   NOT AT END
                       IF VP-CPF = WRK-CPF
                           MOVE VP-DATA TO WRK-DATA-IN
                           PERFORM 0940-FORMATA-DATA
                           MOVE SPACES TO WRK-DETALHE
                           STRING 'DATA ' WRK-DATA-ED
                                  ' ORIGEM ' VP-ORIGEM
                                  ' SITUACAO ' VP-SITUACAO
                                  ' NOME ' VP-NOME
                                  ' EMPRESA ' VP-EMPRESA
                               DELIMITED BY SIZE INTO WRK-DETALHE
                           END-STRING
                           PERFORM 0920-GRAVA-DETALHE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE VISIT-PREREG-FILE.
           PERFORM 0930-FIM-FONTE.
       0865-EXIT.
           EXIT.

      ******************************************************************
      * 0870-RESTRICAO - INCLUSOES DO CPF NA LISTA DE RESTRICAO DA
      * PORTARIA, ATIVAS OU RETIRADAS.
      ******************************************************************
       0870-RESTRICAO SECTION.
           MOVE 'WATCHLIST - LISTA DE RESTRICAO DA PORTARIA'
               TO WRK-FONTE.
           PERFORM 0900-INICIA-FONTE.
           OPEN INPUT WATCHLIST-FILE.
           IF WRK-RESTR-STATUS NOT = '00'
               PERFORM 0910-SEM-ARQUIVO
               GO TO 0870-EXIT
           END-IF.

           PERFORM UNTIL LEITURA-ACABOU
               READ WATCHLIST-FILE
                   AT END
                       MOVE 'S' TO WRK-EOF
                   NOT AT END
                       IF WL-CPF = WRK-CPF
                           MOVE WL-DATA-INCLUSAO TO WRK-DATA-IN
                           PERFORM 0940-FORMATA-DATA
                           MOVE SPACES TO WRK-DETALHE
                           STRING 'INCLUIDO ' WRK-DATA-ED
                                  ' SITUACAO ' WL-SITUACAO
                                  ' RETIRADA ' WL-DATA-RETIRADA
                                  ' MOTIVO ' WL-MOTIVO
                               DELIMITED BY SIZE INTO WRK-DETALHE
                           END-STRING
                           PERFORM 0920-GRAVA-DETALHE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE WATCHLIST-FILE.
           PERFORM 0930-FIM-FONTE.
       0870-EXIT.
           EXIT.

      ******************************************************************
      * 0880-EMPAUDIT - ALTERACOES DE CADASTRO DO CPF (;CPF=...).
      ******************************************************************
       0880-EMPAUDIT SECTION.
           MOVE 'EMPAUDIT - ALTERACOES DE CADASTRO' TO WRK-FONTE.
           PERFORM 0900-INICIA-FONTE.
           OPEN INPUT EMP-AUDIT-FILE.
           IF WRK-EA-STATUS NOT = '00'
               PERFORM 0910-SEM-ARQUIVO
               GO TO 0880-EXIT
           END-IF.

           PERFORM UNTIL LEITURA-ACABOU
               READ EMP-AUDIT-FILE
                   AT END
                       MOVE 'S' TO WRK-EOF
                   NOT AT END
                       MOVE 0 TO WRK-OCORRENCIAS
                       INSPECT EA-LINHA TALLYING WRK-OCORRENCIAS
                           FOR ALL WRK-PADRAO-AUDIT
                       IF WRK-OCORRENCIAS > 0
                           MOVE EA-LINHA TO WRK-DETALHE
                           PERFORM 0920-GRAVA-DETALHE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE EMP-AUDIT-FILE.
           PERFORM 0930-FIM-FONTE.
       0880-EXIT.
           EXIT.

      ******************************************************************
      * 0890-INQAUDIT - QUEM CONSULTOU O CPF, QUANDO E POR QUAL
      * PROGRAMA.
      ******************************************************************
       0890-INQAUDIT SECTION.
           MOVE 'INQAUDIT - CONSULTAS AO DADO PESSOAL' TO WRK-FONTE.
           PERFORM 0900-INICIA-FONTE.
           OPEN INPUT INQUIRY-AUDIT-FILE.
           IF WRK-INQ-STATUS NOT = '00'
               PERFORM 0910-SEM-ARQUIVO
               GO TO 0890-EXIT
           END-IF.

           PERFORM UNTIL LEITURA-ACABOU
               READ INQUIRY-AUDIT-FILE
                   AT END
                       MOVE 'S' TO WRK-EOF
                   NOT AT END
                       IF IQ-CPF = WRK-CPF
                           MOVE IQ-DATA TO WRK-DATA-IN
                           PERFORM 0940-FORMATA-DATA
                           MOVE SPACES TO WRK-DETALHE
                           STRING 'DATA ' WRK-DATA-ED
                                  ' HORA ' IQ-HORA
                                  ' OPERADOR ' IQ-OPERADOR
                                  ' PROGRAMA ' IQ-PROGRAMA
                               DELIMITED BY SIZE INTO WRK-DETALHE
                           END-STRING
                           PERFORM 0920-GRAVA-DETALHE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE INQUIRY-AUDIT-FILE.
           PERFORM 0930-FIM-FONTE.
       0890-EXIT.
           EXIT.

      ******************************************************************
      * 0900-INICIA-FONTE - TITULO DA SECAO DO ARQUIVO E CONTAGEM
      * ZERADA.
      ******************************************************************
       0900-INICIA-FONTE SECTION.
           MOVE 0 TO WRK-QTD-FONTE.
           MOVE 'N' TO WRK-EOF.
           MOVE SPACES TO TR-LINHA.
           WRITE TR-LINHA.
           MOVE SPACES TO TR-LINHA.
           STRING '== ' WRK-FONTE
               DELIMITED BY SIZE INTO TR-LINHA
           END-STRING.
           WRITE TR-LINHA.

      ******************************************************************
      * 0910-SEM-ARQUIVO - ARQUIVO QUE NAO ABRIU.
      ******************************************************************
       0910-SEM-ARQUIVO SECTION.
           MOVE SPACES TO TR-LINHA.
           WRITE TR-LINHA FROM '  ARQUIVO INDISPONIVEL'.

      ******************************************************************
      * 0920-GRAVA-DETALHE - UMA LINHA DE DETALHE (WRK-DETALHE).
      ******************************************************************
       0920-GRAVA-DETALHE SECTION.
           MOVE SPACES TO TR-LINHA.
           STRING '  ' WRK-DETALHE
               DELIMITED BY SIZE INTO TR-LINHA
           END-STRING.
           WRITE TR-LINHA.
           ADD 1 TO WRK-QTD-FONTE.
           ADD 1 TO WRK-QTD-TOTAL.
           IF WRK-QTD-FONTE = 1
               ADD 1 TO WRK-QTD-FONTES
           END-IF.

      ******************************************************************
      * 0930-FIM-FONTE - AVISA QUANDO O ARQUIVO NADA TEM DO CPF.
      ******************************************************************
       0930-FIM-FONTE SECTION.
           IF WRK-QTD-FONTE = 0
               MOVE SPACES TO TR-LINHA
               WRITE TR-LINHA FROM '  NENHUM REGISTRO'
           END-IF.

      ******************************************************************
      * 0940-FORMATA-DATA - WRK-DATA-IN (AAAAMMDD) EM WRK-DATA-ED
      * (DD/MM/AAAA).
      ******************************************************************
       0940-FORMATA-DATA SECTION.
           MOVE WRK-DI-DIA TO WRK-DE-DIA.
           MOVE WRK-DI-MES TO WRK-DE-MES.
           MOVE WRK-DI-ANO TO WRK-DE-ANO.

       END PROGRAM PROGCOB176.
