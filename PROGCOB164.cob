       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB164.
      ******************************************************************
      *AUTHOR: CARLOS AMARAL
      *DATE: 15/10/2026
      *PURPOSE: MANUTENCAO DOS EXAMES OCUPACIONAIS (MEDEXAMS, COPY
      *         MEDEXAM-REC). O RH REGISTRA CADA ASO REALIZADO DO CPF
      *         (EMPLOYEEMASTER, FUNCIONARIO ATIVO) - ADMISSIONAL,
      *         PERIODICO, RETORNO AO TRABALHO OU DEMISSIONAL - COM A
      *         DATA, O RESULTADO (APTO/INAPTO) E O MEDICO; O
      *         VENCIMENTO DO PROXIMO PERIODICO SAI DA DATA DO EXAME
      *         MAIS A PERIODICIDADE. O REGISTRO BAIXA O EXAME PENDENTE
      *         DO MESMO TIPO (O ADMISSIONAL ABERTO PELO PROGCOB048 OU
      *         UM AGENDADO AQUI). A AGENDA DE VENCIMENTOS POR
      *         DEPARTAMENTO SAI NO PROGCOB165 E O DESLIGAMENTO
      *         (PROGCOB047) SO FINALIZA COM O DEMISSIONAL REGISTRADO.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MED-EXAMS-FILE ASSIGN TO 'MEDEXAMS'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-EXA-STATUS.

           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO 'EMPLOYEEMASTER'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-CPF
               FILE STATUS IS WRK-EMP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MED-EXAMS-FILE.
           COPY 'MEDEXAM-REC.cob'.

       FD  EMPLOYEE-MASTER-FILE.
           COPY 'EMPMASTER-REC.cob'.

       WORKING-STORAGE SECTION.
       COPY 'DATEUTIL-PARM.cob'.

       77  WRK-EXA-STATUS      PIC X(02)       VALUE SPACES.
       77  WRK-EXA-EOF         PIC X(01)       VALUE 'N'.
           88  EXA-ACABOU                      VALUE 'S'.
       77  WRK-EMP-STATUS      PIC X(02)       VALUE SPACES.

       77  WRK-OPCAO           PIC 9(01)       VALUE ZEROES.
       77  WRK-CPF             PIC 9(11)       VALUE ZEROES.
       77  WRK-NOME            PIC X(40)       VALUE SPACES.
       77  WRK-TIPO            PIC X(01)       VALUE SPACES.
       77  WRK-DATA-EXAME      PIC 9(08)       VALUE ZEROES.
       77  WRK-RESULTADO       PIC X(01)       VALUE SPACES.
       77  WRK-MEDICO          PIC X(30)       VALUE SPACES.
       77  WRK-FUNC-OK         PIC X(01)       VALUE 'N'.
           88  FUNCIONARIO-OK                  VALUE 'S'.
       77  WRK-TIPO-DESC       PIC X(12)       VALUE SPACES.
       77  WRK-RESULT-DESC     PIC X(08)       VALUE SPACES.
       77  WRK-LISTADOS        PIC 9(04)       VALUE ZEROES.
       77  WRK-BAIXADOS        PIC 9(02)       VALUE ZEROES.

       01  WRK-HOJE.
           02  WRK-HOJE-ANO    PIC 9(04)       VALUE ZEROES.
           02  WRK-HOJE-MES    PIC 9(02)       VALUE ZEROES.
           02  WRK-HOJE-DIA    PIC 9(02)       VALUE ZEROES.

      ******************************************************************
      * VENCIMENTO DO PROXIMO PERIODICO: DATA DO EXAME MAIS
      * WRK-PERIODICIDADE MESES (NR-7, EXAME ANUAL); DIA QUE NAO EXISTE
      * NO MES DE DESTINO CAI NO ULTIMO DIA DO MES.
      ******************************************************************
       77  WRK-PERIODICIDADE   PIC 9(02)       VALUE 12.
       01  WRK-PROXIMO.
           02  WRK-PROX-ANO    PIC 9(04)       VALUE ZEROES.
           02  WRK-PROX-MES    PIC 9(02)       VALUE ZEROES.
           02  WRK-PROX-DIA    PIC 9(02)       VALUE ZEROES.
       77  WRK-MESES           PIC 9(03)       VALUE ZEROES.
       77  WRK-DIA-EXAME       PIC 9(02)       VALUE ZEROES.

      ******************************************************************
      * EXAMES EM MEMORIA, REGRAVADOS A CADA ALTERACAO (MESMA MECANICA
      * DO PROGCOB159).
      ******************************************************************
       77  WRK-EXA-QTD         PIC 9(04)       VALUE ZEROES.
       77  WRK-EXA-IDX         PIC 9(04)       VALUE ZEROES.
       77  WRK-EXA-DESTINO     PIC 9(04)       VALUE ZEROES.
       01  WRK-TAB-EXAMES.
           02  WRK-EXA-LINHA   OCCURS 3000 TIMES.
               03  WRK-EXA-REG     PIC X(59).

       PROCEDURE DIVISION.

           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.

           PERFORM 0100-CARREGA-EXAMES.

           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WRK-EMP-STATUS NOT = '00'
               DISPLAY 'EMPLOYEEMASTER NAO ENCONTRADO - CADASTRO DE '
                       'EXAMES INDISPONIVEL'
               STOP RUN
           END-IF.

           PERFORM 0200-EXECUTA-MENU UNTIL WRK-OPCAO = 9.

           CLOSE EMPLOYEE-MASTER-FILE.

           STOP RUN.

      ******************************************************************
      * 0100-CARREGA-EXAMES - LE O MEDEXAMS INTEIRO PARA A TABELA.
      ******************************************************************
       0100-CARREGA-EXAMES SECTION.
           OPEN INPUT MED-EXAMS-FILE.
           IF WRK-EXA-STATUS NOT = '00'
               GO TO 0100-EXIT
           END-IF.

           PERFORM UNTIL EXA-ACABOU
               READ MED-EXAMS-FILE
                   AT END
                       MOVE 'S' TO WRK-EXA-EOF
                   NOT AT END
                       IF WRK-EXA-QTD < 3000
                           ADD 1 TO WRK-EXA-QTD
                           MOVE ME-REGISTRO
                               TO WRK-EXA-REG(WRK-EXA-QTD)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE MED-EXAMS-FILE.
       0100-EXIT.
           EXIT.

      ******************************************************************
      * 0200-EXECUTA-MENU - REGISTRO, AGENDAMENTO E CONSULTA.
      ******************************************************************
       0200-EXECUTA-MENU SECTION.
           DISPLAY '1 - REGISTRAR EXAME REALIZADO (ASO)'.
           DISPLAY '2 - AGENDAR EXAME'.
           DISPLAY '3 - CONSULTAR EXAMES DO FUNCIONARIO'.
           DISPLAY '9 - SAIR'.
           DISPLAY 'ESCOLHA UMA OPCAO: '.
           ACCEPT WRK-OPCAO.

           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0300-REGISTRA-EXAME
               WHEN 2
                   PERFORM 0500-AGENDA-EXAME
               WHEN 3
                   PERFORM 0600-CONSULTA-EXAMES
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

      ******************************************************************
      * 0250-BUSCA-FUNCIONARIO - WRK-CPF NO EMPLOYEEMASTER. DESLIGADO
      * NAO E ACEITO.
      ******************************************************************
       0250-BUSCA-FUNCIONARIO SECTION.
           MOVE 'N' TO WRK-FUNC-OK.
           MOVE SPACES TO WRK-NOME.

           MOVE WRK-CPF TO EM-CPF.
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   GO TO 0250-EXIT
           END-READ.
           IF FUNCIONARIO-DESLIGADO
               GO TO 0250-EXIT
           END-IF.

           MOVE 'S' TO WRK-FUNC-OK.
           MOVE EM-NOME TO WRK-NOME.
       0250-EXIT.
           EXIT.

      ******************************************************************
      * 0270-RECEBE-CPF-TIPO - CPF ATIVO E TIPO DO EXAME, COMUNS AO
      * REGISTRO E AO AGENDAMENTO. WRK-FUNC-OK = 'N' QUANDO ALGUM
      * DOS DOIS NAO SERVE.
      ******************************************************************
       0270-RECEBE-CPF-TIPO SECTION.
           DISPLAY 'CPF DO FUNCIONARIO: '.
           ACCEPT WRK-CPF.
           PERFORM 0250-BUSCA-FUNCIONARIO.
           IF NOT FUNCIONARIO-OK
               DISPLAY 'CPF NAO CADASTRADO OU FUNCIONARIO DESLIGADO'
               GO TO 0270-EXIT
           END-IF.
           DISPLAY 'FUNCIONARIO: ' WRK-NOME.

           DISPLAY 'TIPO DO EXAME:'.
           DISPLAY '  A - ADMISSIONAL'.
           DISPLAY '  P - PERIODICO'.
           DISPLAY '  R - RETORNO AO TRABALHO'.
           DISPLAY '  D - DEMISSIONAL'.
           ACCEPT WRK-TIPO.
           MOVE WRK-TIPO TO ME-TIPO.
           IF NOT EXAME-VALIDO
               DISPLAY 'TIPO INVALIDO'
               MOVE 'N' TO WRK-FUNC-OK
           END-IF.
       0270-EXIT.
           EXIT.

      ******************************************************************
      * 0300-REGISTRA-EXAME - ASO REALIZADO: DATA (ATE HOJE),
      * RESULTADO E MEDICO. BAIXA OS PENDENTES DO MESMO TIPO DO CPF.
      ******************************************************************
       0300-REGISTRA-EXAME SECTION.
           IF WRK-EXA-QTD >= 3000
               DISPLAY 'CADASTRO DE EXAMES CHEIO (3000 LINHAS)'
               GO TO 0300-EXIT
           END-IF.

           PERFORM 0270-RECEBE-CPF-TIPO.
           IF NOT FUNCIONARIO-OK
               GO TO 0300-EXIT
           END-IF.

           DISPLAY 'DATA DO EXAME (YYYYMMDD): '.
           ACCEPT WRK-DATA-EXAME.
           MOVE 'V'            TO DU-FUNCAO.
           MOVE WRK-DATA-EXAME TO DU-DATA.
           CALL 'DATEUTIL' USING DU-PARM.
           IF DU-RETORNO NOT = 'S'
               DISPLAY 'DATA INVALIDA'
               GO TO 0300-EXIT
           END-IF.
           IF WRK-DATA-EXAME > WRK-HOJE
               DISPLAY 'DATA NO FUTURO - USE O AGENDAMENTO'
               GO TO 0300-EXIT
           END-IF.

           DISPLAY 'RESULTADO (A - APTO, I - INAPTO): '.
           ACCEPT WRK-RESULTADO.
           IF WRK-RESULTADO NOT = 'A' AND WRK-RESULTADO NOT = 'I'
               DISPLAY 'RESULTADO INVALIDO'
               GO TO 0300-EXIT
           END-IF.

           DISPLAY 'MEDICO EXAMINADOR (NOME E CRM): '.
           ACCEPT WRK-MEDICO.
           IF WRK-MEDICO = SPACES
               DISPLAY 'MEDICO OBRIGATORIO NO ASO'
               GO TO 0300-EXIT
           END-IF.

           PERFORM 0400-BAIXA-PENDENTES.

           MOVE ZEROES TO WRK-PROXIMO.
           IF WRK-TIPO NOT = 'D'
               PERFORM 0450-CALCULA-PROXIMO
           END-IF.

           MOVE SPACES         TO ME-REGISTRO.
           MOVE WRK-CPF        TO ME-CPF.
           MOVE WRK-TIPO       TO ME-TIPO.
           MOVE WRK-DATA-EXAME TO ME-DATA.
           MOVE WRK-RESULTADO  TO ME-RESULTADO.
           MOVE WRK-MEDICO     TO ME-MEDICO.
           MOVE WRK-PROXIMO    TO ME-PROXIMO.
           ADD 1 TO WRK-EXA-QTD.
           MOVE ME-REGISTRO TO WRK-EXA-REG(WRK-EXA-QTD).

           PERFORM 0800-REGRAVA-EXAMES.
           DISPLAY 'EXAME REGISTRADO'.
           IF WRK-BAIXADOS > 0
               DISPLAY 'EXAME(S) PENDENTE(S) BAIXADO(S): ' WRK-BAIXADOS
           END-IF.
           IF WRK-TIPO NOT = 'D'
               DISPLAY 'PROXIMO PERIODICO ATE ' WRK-PROXIMO
           END-IF.
           IF WRK-RESULTADO = 'I'
               DISPLAY 'ATENCAO: FUNCIONARIO INAPTO - ENCAMINHAR AO '
                       'MEDICO DO TRABALHO'
           END-IF.
       0300-EXIT.
           EXIT.

      ******************************************************************
      * 0400-BAIXA-PENDENTES - TIRA DA TABELA OS EXAMES PENDENTES DO
      * CPF COM O MESMO TIPO DO QUE ESTA SENDO REGISTRADO.
      ******************************************************************
       0400-BAIXA-PENDENTES SECTION.
           MOVE 0 TO WRK-BAIXADOS.
           MOVE 0 TO WRK-EXA-DESTINO.
           PERFORM VARYING WRK-EXA-IDX FROM 1 BY 1
                   UNTIL WRK-EXA-IDX > WRK-EXA-QTD
               MOVE WRK-EXA-REG(WRK-EXA-IDX) TO ME-REGISTRO
               IF ME-CPF = WRK-CPF
                   AND ME-TIPO = WRK-TIPO
                   AND ASO-PENDENTE
                   ADD 1 TO WRK-BAIXADOS
               ELSE
                   ADD 1 TO WRK-EXA-DESTINO
                   MOVE ME-REGISTRO TO WRK-EXA-REG(WRK-EXA-DESTINO)
               END-IF
           END-PERFORM.
           MOVE WRK-EXA-DESTINO TO WRK-EXA-QTD.

      ******************************************************************
      * 0450-CALCULA-PROXIMO - WRK-PROXIMO = DATA DO EXAME MAIS
      * WRK-PERIODICIDADE MESES, COM O DIA LIMITADO AO FIM DO MES.
      ******************************************************************
       0450-CALCULA-PROXIMO SECTION.
           MOVE WRK-DATA-EXAME TO WRK-PROXIMO.
           COMPUTE WRK-MESES = WRK-PROX-MES + WRK-PERIODICIDADE - 1.
           COMPUTE WRK-PROX-ANO = WRK-PROX-ANO + (WRK-MESES / 12).
           COMPUTE WRK-PROX-MES =
               WRK-MESES - ((WRK-MESES / 12) * 12) + 1.

           MOVE WRK-PROX-DIA TO WRK-DIA-EXAME.
           MOVE 1 TO WRK-PROX-DIA.
           MOVE 'V'         TO DU-FUNCAO.
           MOVE WRK-PROXIMO TO DU-DATA.
           CALL 'DATEUTIL' USING DU-PARM.
           IF WRK-DIA-EXAME > DU-ULT-DIA
               MOVE DU-ULT-DIA TO WRK-PROX-DIA
           ELSE
               MOVE WRK-DIA-EXAME TO WRK-PROX-DIA
           END-IF.

      ******************************************************************
      * 0500-AGENDA-EXAME - ABRE UM EXAME PENDENTE DO CPF COM A DATA
      * LIMITE (RETORNO DE AFASTAMENTO, DEMISSIONAL, PERIODICO
      * ANTECIPADO). SO UM PENDENTE POR TIPO.
      ******************************************************************
       0500-AGENDA-EXAME SECTION.
           IF WRK-EXA-QTD >= 3000
               DISPLAY 'CADASTRO DE EXAMES CHEIO (3000 LINHAS)'
               GO TO 0500-EXIT
           END-IF.

           PERFORM 0270-RECEBE-CPF-TIPO.
           IF NOT FUNCIONARIO-OK
               GO TO 0500-EXIT
           END-IF.

           PERFORM VARYING WRK-EXA-IDX FROM 1 BY 1
                   UNTIL WRK-EXA-IDX > WRK-EXA-QTD
               MOVE WRK-EXA-REG(WRK-EXA-IDX) TO ME-REGISTRO
               IF ME-CPF = WRK-CPF
                   AND ME-TIPO = WRK-TIPO
                   AND ASO-PENDENTE
                   DISPLAY 'JA EXISTE EXAME DESTE TIPO PENDENTE ATE '
                           ME-PROXIMO
                   GO TO 0500-EXIT
               END-IF
           END-PERFORM.

           DISPLAY 'DATA LIMITE DO EXAME (YYYYMMDD): '.
           ACCEPT WRK-DATA-EXAME.
           MOVE 'V'            TO DU-FUNCAO.
           MOVE WRK-DATA-EXAME TO DU-DATA.
           CALL 'DATEUTIL' USING DU-PARM.
           IF DU-RETORNO NOT = 'S'
               DISPLAY 'DATA INVALIDA'
               GO TO 0500-EXIT
           END-IF.

           MOVE SPACES         TO ME-REGISTRO.
           MOVE WRK-CPF        TO ME-CPF.
           MOVE WRK-TIPO       TO ME-TIPO.
           MOVE ZEROES         TO ME-DATA.
           MOVE 'P'            TO ME-RESULTADO.
           MOVE WRK-DATA-EXAME TO ME-PROXIMO.
           ADD 1 TO WRK-EXA-QTD.
           MOVE ME-REGISTRO TO WRK-EXA-REG(WRK-EXA-QTD).

           PERFORM 0800-REGRAVA-EXAMES.
           DISPLAY 'EXAME AGENDADO'.
       0500-EXIT.
           EXIT.

      ******************************************************************
      * 0600-CONSULTA-EXAMES - LISTA NA TELA OS EXAMES DO CPF.
      ******************************************************************
       0600-CONSULTA-EXAMES SECTION.
           DISPLAY 'CPF DO FUNCIONARIO: '.
           ACCEPT WRK-CPF.

           MOVE 0 TO WRK-LISTADOS.
           PERFORM VARYING WRK-EXA-IDX FROM 1 BY 1
                   UNTIL WRK-EXA-IDX > WRK-EXA-QTD
               MOVE WRK-EXA-REG(WRK-EXA-IDX) TO ME-REGISTRO
               IF ME-CPF = WRK-CPF
                   ADD 1 TO WRK-LISTADOS
                   EVALUATE TRUE
                       WHEN EXAME-ADMISSIONAL
                           MOVE 'ADMISSIONAL' TO WRK-TIPO-DESC
                       WHEN EXAME-PERIODICO
                           MOVE 'PERIODICO'   TO WRK-TIPO-DESC
                       WHEN EXAME-RETORNO
                           MOVE 'RETORNO'     TO WRK-TIPO-DESC
                       WHEN EXAME-DEMISSIONAL
                           MOVE 'DEMISSIONAL' TO WRK-TIPO-DESC
                       WHEN OTHER
                           MOVE 'INVALIDO'    TO WRK-TIPO-DESC
                   END-EVALUATE
                   EVALUATE TRUE
                       WHEN ASO-APTO
                           MOVE 'APTO'     TO WRK-RESULT-DESC
                       WHEN ASO-INAPTO
                           MOVE 'INAPTO'   TO WRK-RESULT-DESC
                       WHEN OTHER
                           MOVE 'PENDENTE' TO WRK-RESULT-DESC
                   END-EVALUATE
                   IF ASO-PENDENTE
                       DISPLAY WRK-TIPO-DESC ' ' WRK-RESULT-DESC
                               ' ATE ' ME-PROXIMO
                   ELSE
                       DISPLAY WRK-TIPO-DESC ' ' ME-DATA ' '
                               WRK-RESULT-DESC ' ' ME-MEDICO
                               ' PROXIMO ' ME-PROXIMO
                   END-IF
               END-IF
           END-PERFORM.

           IF WRK-LISTADOS = 0
               DISPLAY 'NENHUM EXAME REGISTRADO PARA O CPF'
           END-IF.

      ******************************************************************
      * 0800-REGRAVA-EXAMES - REGRAVA O MEDEXAMS COMPLETO.
      ******************************************************************
       0800-REGRAVA-EXAMES SECTION.
           OPEN OUTPUT MED-EXAMS-FILE.
           PERFORM VARYING WRK-EXA-IDX FROM 1 BY 1
                   UNTIL WRK-EXA-IDX > WRK-EXA-QTD
               MOVE WRK-EXA-REG(WRK-EXA-IDX) TO ME-REGISTRO
               WRITE ME-REGISTRO
           END-PERFORM.
           CLOSE MED-EXAMS-FILE.

       END PROGRAM PROGCOB164.
