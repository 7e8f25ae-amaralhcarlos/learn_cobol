       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB175.
      ******************************************************************
      *AUTHOR: CARLOS AMARAL
      *DATE: 15/10/2026
      *PURPOSE: RODADA ANUAL DE RETENCAO DA LGPD. O CPF DO FUNCIONARIO
      *         DESLIGADO, AS AFERICOES DE IMC, AS BATIDAS DE PONTO E O
      *         CPF DO VISITANTE FICAVAM GUARDADOS PARA SEMPRE. AQUI,
      *         PELOS ANOS DE GUARDA DE CADA CONJUNTO NO RETPOLICY
      *         (COPY RETPOLICY-REC), O QUE PASSOU DO PRAZO E
      *         ANONIMIZADO OU ELIMINADO:
      *           - EMPLOYEEMASTER: NOME E DEPENDENTES DO DESLIGADO SAO
      *             APAGADOS; O CPF, A DATA DE DESLIGAMENTO, O CARGO E O
      *             DEPARTAMENTO FICAM, PORQUE A FOLHA (PAYROLLMASTER,
      *             SALHIST) E O RAZAO GUARDADOS POR LEI APONTAM PARA O
      *             CADASTRO E NAO SAO TOCADOS;
      *           - IMCHIST E IMCHISTARC: AFERICOES ELIMINADAS;
      *           - TIMECLOCK: BATIDAS ELIMINADAS (AS HORAS DO MES JA
      *             ESTAO NO HOURSWORKED E NA FOLHA);
      *           - VISITORLOG: CPF E NOME DO VISITANTE APAGADOS, A
      *             VISITA FICA PARA AS ESTATISTICAS DA RECEPCAO;
      *           - VISITPREREG: CPF, NOME E EMPRESA DO VISITANTE
      *             AGENDADO OU APROVADO NA RECEPCAO SAO APAGADOS; A
      *             DATA, O ANFITRIAO E QUEM AUTORIZOU FICAM;
      *           - EMPAUDIT E INQAUDIT: A LINHA FICA (QUEM FEZ, QUANDO,
      *             QUAL PROGRAMA), O CPF E OS VALORES DO TITULAR SAO
      *             APAGADOS.
      *         O PRAZO CONTA DO DESLIGAMENTO QUANDO O CPF E DE
      *         FUNCIONARIO DESLIGADO, DA DATA DO PROPRIO REGISTRO
      *         QUANDO O CPF NAO ESTA NO CADASTRO, E NUNCA VENCE PARA
      *         FUNCIONARIO ATIVO. O CERTIFICADO LGPDCERT LISTA A
      *         POLITICA APLICADA, A CONTAGEM DE CADA CONJUNTO E OS
      *         CPFS DE FUNCIONARIO ANONIMIZADOS (QUE CONTINUAM NO
      *         CADASTRO); CPF DE VISITANTE OU DE AFERICAO AVULSA NAO
      *         VAI PARA O CERTIFICADO, SO A QUANTIDADE. RODAR DE NOVO
      *         E INOFENSIVO: O QUE JA FOI TRATADO E PULADO.
      *MODIFICATION HISTORY:
      * 15/10/2026 - ACRESCENTADO O CONJUNTO VISITPREREG (AGENDA DE
      *              VISITAS DA PORTARIA), QUE GUARDA CPF, NOME E
      *              EMPRESA DO VISITANTE: PASSADO O PRAZO DA DATA DA
      *              VISITA, OS TRES SAO APAGADOS.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RET-POLICY-FILE ASSIGN TO 'RETPOLICY'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-RT-STATUS.

           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO 'EMPLOYEEMASTER'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-CPF
               FILE STATUS IS WRK-EMP-STATUS.

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

           SELECT EMP-AUDIT-FILE ASSIGN TO 'EMPAUDIT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-EA-STATUS.

           SELECT INQUIRY-AUDIT-FILE ASSIGN TO 'INQAUDIT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-INQ-STATUS.

           SELECT CERTIFICATE-FILE ASSIGN TO 'LGPDCERT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-CERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RET-POLICY-FILE.
           COPY 'RETPOLICY-REC.cob'.

       FD  EMPLOYEE-MASTER-FILE.
           COPY 'EMPMASTER-REC.cob'.

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

       FD  EMP-AUDIT-FILE.
       01  EA-LINHA                PIC X(150).

       FD  INQUIRY-AUDIT-FILE.
           COPY 'INQAUDIT-REC.cob'.

       FD  CERTIFICATE-FILE.
       01  CT-LINHA                PIC X(100).

       WORKING-STORAGE SECTION.
           COPY 'MCTLUTIL-PARM.cob'.
       77  WRK-RT-STATUS       PIC X(02)       VALUE SPACES.
       77  WRK-EMP-STATUS      PIC X(02)       VALUE SPACES.
       77  WRK-IH-STATUS       PIC X(02)       VALUE SPACES.
       77  WRK-IARC-STATUS     PIC X(02)       VALUE SPACES.
       77  WRK-PONTO-STATUS    PIC X(02)       VALUE SPACES.
       77  WRK-VISITA-STATUS   PIC X(02)       VALUE SPACES.
       77  WRK-AGENDA-STATUS   PIC X(02)       VALUE SPACES.
       77  WRK-EA-STATUS       PIC X(02)       VALUE SPACES.
       77  WRK-INQ-STATUS      PIC X(02)       VALUE SPACES.
       77  WRK-CERT-STATUS     PIC X(02)       VALUE SPACES.
       77  WRK-EOF             PIC X(01)       VALUE 'N'.
           88  LEITURA-ACABOU                  VALUE 'S'.
       77  WRK-RC              PIC 9(02)       VALUE ZEROES.

      ******************************************************************
      * MARCA GRAVADA NO LUGAR DO NOME ANONIMIZADO; TAMBEM E COMO A
      * RODADA SEGUINTE RECONHECE O QUE JA FOI TRATADO.
      ******************************************************************
       77  WRK-MARCA           PIC X(40)
                               VALUE '*** ANONIMIZADO - LGPD ***'.
       77  WRK-MASCARA-VALOR   PIC X(21)
                               VALUE ';ANTES=***;DEPOIS=***'.

      ******************************************************************
      * ANOS DE GUARDA DE CADA CONJUNTO (ZERO = SEM POLITICA, NAO
      * TOCA).
      ******************************************************************
       77  WRK-ANOS-EMP        PIC 9(02)       VALUE ZEROES.
       77  WRK-ANOS-IMC        PIC 9(02)       VALUE ZEROES.
       77  WRK-ANOS-PONTO      PIC 9(02)       VALUE ZEROES.
       77  WRK-ANOS-VISITA     PIC 9(02)       VALUE ZEROES.
       77  WRK-ANOS-AGENDA     PIC 9(02)       VALUE ZEROES.
       77  WRK-ANOS-AUDIT      PIC 9(02)       VALUE ZEROES.
       77  WRK-ANOS            PIC 9(02)       VALUE ZEROES.

       01  WRK-HOJE.
           02  WRK-HOJE-ANO    PIC 9(04)       VALUE ZEROES.
           02  WRK-HOJE-MES    PIC 9(02)       VALUE ZEROES.
           02  WRK-HOJE-DIA    PIC 9(02)       VALUE ZEROES.
       01  WRK-HOJE-NUM REDEFINES WRK-HOJE     PIC 9(08).
       01  WRK-HORA.
           02  WRK-HORA-HH     PIC 9(02)       VALUE ZEROES.
           02  WRK-HORA-MM     PIC 9(02)       VALUE ZEROES.
           02  WRK-HORA-SS     PIC 9(02)       VALUE ZEROES.
           02  WRK-HORA-CC     PIC 9(02)       VALUE ZEROES.

      ******************************************************************
      * WRK-LIMITE - DATA (AAAAMMDD) ANTES DA QUAL O PRAZO DO CONJUNTO
      * CORRENTE JA VENCEU: HOJE MENOS OS ANOS DE GUARDA.
      ******************************************************************
       01  WRK-LIMITE.
           02  WRK-LIM-ANO     PIC 9(04)       VALUE ZEROES.
           02  WRK-LIM-MES     PIC 9(02)       VALUE ZEROES.
           02  WRK-LIM-DIA     PIC 9(02)       VALUE ZEROES.
       01  WRK-LIMITE-NUM REDEFINES WRK-LIMITE PIC 9(08).

      ******************************************************************
      * PARAMETROS DA 0800-VERIFICA-PRAZO: CPF DO TITULAR E DATA DO
      * PROPRIO REGISTRO; DEVOLVE WRK-VENCEU.
      ******************************************************************
       77  WRK-CPF-BUSCA       PIC 9(11)       VALUE ZEROES.
       77  WRK-DATA-REGISTRO   PIC 9(08)       VALUE ZEROES.
       77  WRK-VENCEU          PIC X(01)       VALUE 'N'.
           88  PRAZO-VENCIDO                   VALUE 'S'.

      ******************************************************************
      * DATA DD/MM/AAAA DO INICIO DA LINHA DO EMPAUDIT.
      ******************************************************************
       01  WRK-DATA-LINHA.
           02  WRK-DL-ANO      PIC X(04)       VALUE SPACES.
           02  WRK-DL-MES      PIC X(02)       VALUE SPACES.
           02  WRK-DL-DIA      PIC X(02)       VALUE SPACES.
       01  WRK-DATA-LINHA-NUM REDEFINES WRK-DATA-LINHA PIC 9(08).
       01  WRK-CPF-LINHA-X     PIC X(11)       VALUE SPACES.
       01  WRK-CPF-LINHA REDEFINES WRK-CPF-LINHA-X PIC 9(11).
       77  WRK-POS             PIC 9(03)       VALUE ZEROES.

      ******************************************************************
      * LINHAS QUE FICAM NO ARQUIVO DE TEXTO CORRENTE, REGRAVADAS NO
      * FIM DA VARREDURA. ESTOURO DA TABELA DEIXA O ARQUIVO COMO ESTAVA.
      ******************************************************************
       77  WRK-LIN-QTD         PIC 9(05)       VALUE ZEROES.
       77  WRK-LIN-IDX         PIC 9(05)       VALUE ZEROES.
       77  WRK-LIN-MAX         PIC 9(05)       VALUE 20000.
       77  WRK-LIN-CHEIA       PIC X(01)       VALUE 'N'.
           88  TABELA-CHEIA                    VALUE 'S'.
       77  WRK-LIN-NOVA        PIC X(150)      VALUE SPACES.
       01  WRK-TAB-LINHAS.
           02  WRK-LIN-TEXTO   PIC X(150)      OCCURS 20000 TIMES.

       77  WRK-CONJUNTO        PIC X(12)       VALUE SPACES.
       77  WRK-QTD-LIDOS       PIC 9(07)       VALUE ZEROES.
       77  WRK-QTD-ANONIM      PIC 9(07)       VALUE ZEROES.
       77  WRK-QTD-ELIMIN      PIC 9(07)       VALUE ZEROES.
       77  WRK-TOT-ANONIM      PIC 9(07)       VALUE ZEROES.
       77  WRK-TOT-ELIMIN      PIC 9(07)       VALUE ZEROES.
       77  WRK-SITUACAO        PIC X(01)       VALUE SPACES.
           88  CONJUNTO-TRATADO                VALUE 'T'.
           88  CONJUNTO-SEM-POLITICA           VALUE 'P'.
           88  CONJUNTO-SEM-ARQUIVO            VALUE 'A'.
           88  CONJUNTO-NAO-REGRAVADO          VALUE 'C'.

       PROCEDURE DIVISION.

           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA FROM TIME.

           PERFORM 0100-CARREGA-POLITICA.
           IF WRK-RT-STATUS NOT = '00'
               DISPLAY 'RETPOLICY INDISPONIVEL - NADA FOI ALTERADO'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    SEM O CADASTRO NAO HA COMO SABER QUEM E FUNCIONARIO ATIVO:
      *    A RODADA NAO COMECA.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WRK-EMP-STATUS NOT = '00'
               DISPLAY 'EMPLOYEEMASTER INDISPONIVEL - NADA FOI ALTERADO'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE EMPLOYEE-MASTER-FILE.

           OPEN OUTPUT CERTIFICATE-FILE.
           PERFORM 0150-CABECALHO.

           PERFORM 0200-ANONIMIZA-EMPREGADOS.

           OPEN INPUT EMPLOYEE-MASTER-FILE.
           PERFORM 0300-ELIMINA-IMCHIST.
           PERFORM 0350-ELIMINA-IMCHISTARC.
           PERFORM 0400-ELIMINA-PONTO.
           PERFORM 0500-ANONIMIZA-VISITAS.
           PERFORM 0550-ANONIMIZA-AGENDA.
           PERFORM 0600-ANONIMIZA-EMPAUDIT.
           PERFORM 0650-ANONIMIZA-INQAUDIT.
           CLOSE EMPLOYEE-MASTER-FILE.

           PERFORM 0950-RODAPE.
           CLOSE CERTIFICATE-FILE.

           IF WRK-TOT-ANONIM > 0
               MOVE 'W' TO MC-FUNCAO
               CALL 'MCTLUTIL' USING MC-PARM
           END-IF.

           DISPLAY 'REGISTROS ANONIMIZADOS: ' WRK-TOT-ANONIM.
           DISPLAY 'REGISTROS ELIMINADOS: ' WRK-TOT-ELIMIN.
           DISPLAY 'CERTIFICADO EM LGPDCERT'.
           MOVE WRK-RC TO RETURN-CODE.

           STOP RUN.

      ******************************************************************
      * 0100-CARREGA-POLITICA - LE O RETPOLICY E GUARDA OS ANOS DE
      * CADA CONJUNTO. CONJUNTO DESCONHECIDO E IGNORADO.
      ******************************************************************
       0100-CARREGA-POLITICA SECTION.
           MOVE 'N' TO WRK-EOF.
           OPEN INPUT RET-POLICY-FILE.
           IF WRK-RT-STATUS NOT = '00'
               GO TO 0100-EXIT
           END-IF.

           PERFORM UNTIL LEITURA-ACABOU
               READ RET-POLICY-FILE
                   AT END
                       MOVE 'S' TO WRK-EOF
                   NOT AT END
                       IF RT-ANOS NOT NUMERIC
                           MOVE 0 TO RT-ANOS
                       END-IF
                       EVALUATE RT-CONJUNTO
                           WHEN 'EMPREGADO'
                               MOVE RT-ANOS TO WRK-ANOS-EMP
                           WHEN 'IMCHIST'
                               MOVE RT-ANOS TO WRK-ANOS-IMC
                           WHEN 'TIMECLOCK'
                               MOVE RT-ANOS TO WRK-ANOS-PONTO
                           WHEN 'VISITORLOG'
                               MOVE RT-ANOS TO WRK-ANOS-VISITA
                           WHEN 'VISITPREREG'
                               MOVE RT-ANOS TO WRK-ANOS-AGENDA
                           WHEN 'AUDITORIA'
                               MOVE RT-ANOS TO WRK-ANOS-AUDIT
                       END-EVALUATE
               END-READ
           END-PERFORM.

           CLOSE RET-POLICY-FILE.
           MOVE '00' TO WRK-RT-STATUS.
       0100-EXIT.
           EXIT.

      ******************************************************************
      * 0150-CABECALHO - TITULO E POLITICA APLICADA NO CERTIFICADO.
      ******************************************************************
       0150-CABECALHO SECTION.
           MOVE SPACES TO CT-LINHA.
           WRITE CT-LINHA FROM
               'CERTIFICADO DE ANONIMIZACAO E ELIMINACAO - LGPD'.
           MOVE SPACES TO CT-LINHA.
           STRING 'RODADA DE ' WRK-HOJE-DIA '/' WRK-HOJE-MES '/'
                  WRK-HOJE-ANO ' ' WRK-HORA-HH ':' WRK-HORA-MM
                  ' - POLITICA DO RETPOLICY (ANOS DE GUARDA)'
               DELIMITED BY SIZE INTO CT-LINHA
           END-STRING.
           WRITE CT-LINHA.
           MOVE SPACES TO CT-LINHA.
           STRING '  EMPREGADO ' WRK-ANOS-EMP
                  '  IMCHIST ' WRK-ANOS-IMC
                  '  TIMECLOCK ' WRK-ANOS-PONTO
                  '  VISITORLOG ' WRK-ANOS-VISITA
                  '  VISITPREREG ' WRK-ANOS-AGENDA
                  '  AUDITORIA ' WRK-ANOS-AUDIT
               DELIMITED BY SIZE INTO CT-LINHA
           END-STRING.
           WRITE CT-LINHA.
           MOVE SPACES TO CT-LINHA.
           WRITE CT-LINHA FROM '-------------------------------------'.

      ******************************************************************
      * 0160-INICIA-CONJUNTO - ZERA AS CONTAGENS, CALCULA O LIMITE DO
      * CONJUNTO CORRENTE (WRK-ANOS) E MARCA SEM POLITICA QUANDO OS
      * ANOS SAO ZERO.
      ******************************************************************
       0160-INICIA-CONJUNTO SECTION.
           MOVE 0 TO WRK-QTD-LIDOS.
           MOVE 0 TO WRK-QTD-ANONIM.
           MOVE 0 TO WRK-QTD-ELIMIN.
           MOVE 0 TO WRK-LIN-QTD.
           MOVE 'N' TO WRK-LIN-CHEIA.
           MOVE 'N' TO WRK-EOF.
           MOVE 'T' TO WRK-SITUACAO.

           IF WRK-ANOS = 0
               MOVE 'P' TO WRK-SITUACAO
           END-IF.

           MOVE WRK-HOJE-NUM TO WRK-LIMITE-NUM.
           SUBTRACT WRK-ANOS FROM WRK-LIM-ANO.

      ******************************************************************
      * 0170-GUARDA-LINHA - GUARDA NA TABELA A LINHA QUE VAI SER
      * REGRAVADA (WRK-LIN-NOVA); MARCA TABELA CHEIA NO ESTOURO.
      ******************************************************************
       0170-GUARDA-LINHA SECTION.
           IF WRK-LIN-QTD NOT < WRK-LIN-MAX
               MOVE 'S' TO WRK-LIN-CHEIA
           ELSE
               ADD 1 TO WRK-LIN-QTD
               MOVE WRK-LIN-NOVA TO WRK-LIN-TEXTO(WRK-LIN-QTD)
           END-IF.

      ******************************************************************
      * 0200-ANONIMIZA-EMPREGADOS - DESLIGADO HA MAIS DOS ANOS DE
      * GUARDA PERDE NOME E DEPENDENTES; O CPF E O VINCULO FICAM PARA
      * A FOLHA E O RAZAO.
      ******************************************************************
       0200-ANONIMIZA-EMPREGADOS SECTION.
           MOVE 'EMPREGADO' TO WRK-CONJUNTO.
           MOVE WRK-ANOS-EMP TO WRK-ANOS.
           PERFORM 0160-INICIA-CONJUNTO.
           IF CONJUNTO-SEM-POLITICA
               GO TO 0200-FIM
           END-IF.

           OPEN I-O EMPLOYEE-MASTER-FILE.
           IF WRK-EMP-STATUS NOT = '00'
               MOVE 'A' TO WRK-SITUACAO
               GO TO 0200-FIM
           END-IF.

           PERFORM UNTIL LEITURA-ACABOU
               READ EMPLOYEE-MASTER-FILE NEXT
                   AT END
                       MOVE 'S' TO WRK-EOF
                   NOT AT END
                       ADD 1 TO WRK-QTD-LIDOS
                       IF FUNCIONARIO-DESLIGADO
                           AND EM-DATA-DESLIG > 0
                           AND EM-DATA-DESLIG < WRK-LIMITE-NUM
                           AND EM-NOME NOT = WRK-MARCA
                           MOVE WRK-MARCA TO EM-NOME
                           MOVE 0 TO EM-DEPENDENTES
                           REWRITE EM-REGISTRO
                           ADD 1 TO WRK-QTD-ANONIM
                           MOVE SPACES TO CT-LINHA
                           STRING '  CPF ' EM-CPF ' DESLIGADO EM '
                                  EM-DATA-DESLIG(7:2) '/'
                                  EM-DATA-DESLIG(5:2) '/'
                                  EM-DATA-DESLIG(1:4)
                                  ' - NOME E DEPENDENTES APAGADOS'
                               DELIMITED BY SIZE INTO CT-LINHA
                           END-STRING
                           WRITE CT-LINHA
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE EMPLOYEE-MASTER-FILE.
       0200-FIM.
           PERFORM 0900-TOTAL-CONJUNTO.
       0200-EXIT.
           EXIT.

      ******************************************************************
      * 0300-ELIMINA-IMCHIST - APAGA DO INDEXADO AS AFERICOES CUJO
      * PRAZO VENCEU.
      ******************************************************************
       0300-ELIMINA-IMCHIST SECTION.
           MOVE 'IMCHIST' TO WRK-CONJUNTO.
           MOVE WRK-ANOS-IMC TO WRK-ANOS.
           PERFORM 0160-INICIA-CONJUNTO.
           IF CONJUNTO-SEM-POLITICA
               GO TO 0300-FIM
           END-IF.

           OPEN I-O IMC-HIST-FILE.
           IF WRK-IH-STATUS NOT = '00'
               MOVE 'A' TO WRK-SITUACAO
               GO TO 0300-FIM
           END-IF.

           PERFORM UNTIL LEITURA-ACABOU
               READ IMC-HIST-FILE NEXT
                   AT END
                       MOVE 'S' TO WRK-EOF
                   NOT AT END
                       ADD 1 TO WRK-QTD-LIDOS
                       MOVE IH-CPF  TO WRK-CPF-BUSCA
                       MOVE IH-DATA TO WRK-DATA-REGISTRO
                       PERFORM 0800-VERIFICA-PRAZO
                       IF PRAZO-VENCIDO
                           DELETE IMC-HIST-FILE RECORD
                           ADD 1 TO WRK-QTD-ELIMIN
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE IMC-HIST-FILE.
       0300-FIM.
           PERFORM 0900-TOTAL-CONJUNTO.
       0300-EXIT.
           EXIT.

      ******************************************************************
      * 0350-ELIMINA-IMCHISTARC - MESMO PRAZO DO IMCHIST NO ARQUIVO DO
      * PROGCOB056 (CPF;ALTURA;PESO;IMC;CLASSE;DATA - CPF NA POSICAO 1
      * E DATA NA 51).
      ******************************************************************
       0350-ELIMINA-IMCHISTARC SECTION.
           MOVE 'IMCHISTARC' TO WRK-CONJUNTO.
           MOVE WRK-ANOS-IMC TO WRK-ANOS.
           PERFORM 0160-INICIA-CONJUNTO.
           IF CONJUNTO-SEM-POLITICA
               GO TO 0350-FIM
           END-IF.

           OPEN INPUT IMC-ARC-FILE.
           IF WRK-IARC-STATUS NOT = '00'
               MOVE 'A' TO WRK-SITUACAO
               GO TO 0350-FIM
           END-IF.

           PERFORM UNTIL LEITURA-ACABOU OR TABELA-CHEIA
               READ IMC-ARC-FILE
                   AT END
                       MOVE 'S' TO WRK-EOF
                   NOT AT END
                       ADD 1 TO WRK-QTD-LIDOS
                       MOVE IC-LINHA(1:11) TO WRK-CPF-LINHA-X
                       MOVE IC-LINHA(51:8) TO WRK-DATA-LINHA
                       MOVE 'N' TO WRK-VENCEU
                       IF WRK-CPF-LINHA NUMERIC
                           AND WRK-DATA-LINHA-NUM NUMERIC
                           MOVE WRK-CPF-LINHA      TO WRK-CPF-BUSCA
                           MOVE WRK-DATA-LINHA-NUM TO WRK-DATA-REGISTRO
                           PERFORM 0800-VERIFICA-PRAZO
                       END-IF
                       IF PRAZO-VENCIDO
                           ADD 1 TO WRK-QTD-ELIMIN
                       ELSE
                           MOVE IC-LINHA TO WRK-LIN-NOVA
                           PERFORM 0170-GUARDA-LINHA
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE IMC-ARC-FILE.
           IF TABELA-CHEIA
               MOVE 'C' TO WRK-SITUACAO
               GO TO 0350-FIM
           END-IF.

           IF WRK-QTD-ELIMIN > 0
               OPEN OUTPUT IMC-ARC-FILE
               PERFORM VARYING WRK-LIN-IDX FROM 1 BY 1
                       UNTIL WRK-LIN-IDX > WRK-LIN-QTD
                   MOVE WRK-LIN-TEXTO(WRK-LIN-IDX) TO IC-LINHA
                   WRITE IC-LINHA
               END-PERFORM
               CLOSE IMC-ARC-FILE
           END-IF.
       0350-FIM.
           PERFORM 0900-TOTAL-CONJUNTO.
       0350-EXIT.
           EXIT.

      ******************************************************************
      * 0400-ELIMINA-PONTO - APAGA DO TIMECLOCK AS BATIDAS CUJO PRAZO
      * VENCEU.
      ******************************************************************
       0400-ELIMINA-PONTO SECTION.
           MOVE 'TIMECLOCK' TO WRK-CONJUNTO.
           MOVE WRK-ANOS-PONTO TO WRK-ANOS.
           PERFORM 0160-INICIA-CONJUNTO.
           IF CONJUNTO-SEM-POLITICA
               GO TO 0400-FIM
           END-IF.

           OPEN INPUT TIME-CLOCK-FILE.
           IF WRK-PONTO-STATUS NOT = '00'
               MOVE 'A' TO WRK-SITUACAO
               GO TO 0400-FIM
           END-IF.

           PERFORM UNTIL LEITURA-ACABOU OR TABELA-CHEIA
               READ TIME-CLOCK-FILE
                   AT END
                       MOVE 'S' TO WRK-EOF
                   NOT AT END
                       ADD 1 TO WRK-QTD-LIDOS
                       MOVE 'N' TO WRK-VENCEU
                       IF TC-CPF NUMERIC AND TC-DATA NUMERIC
                           MOVE TC-CPF  TO WRK-CPF-BUSCA
                           MOVE TC-DATA TO WRK-DATA-REGISTRO
                           PERFORM 0800-VERIFICA-PRAZO
                       END-IF
                       IF PRAZO-VENCIDO
                           ADD 1 TO WRK-QTD-ELIMIN
                       ELSE
                           MOVE TC-REGISTRO TO WRK-LIN-NOVA
                           PERFORM 0170-GUARDA-LINHA
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE TIME-CLOCK-FILE.
           IF TABELA-CHEIA
               MOVE 'C' TO WRK-SITUACAO
               GO TO 0400-FIM
           END-IF.

           IF WRK-QTD-ELIMIN > 0
               OPEN OUTPUT TIME-CLOCK-FILE
               PERFORM VARYING WRK-LIN-IDX FROM 1 BY 1
                       UNTIL WRK-LIN-IDX > WRK-LIN-QTD
                   MOVE WRK-LIN-TEXTO(WRK-LIN-IDX) TO TC-REGISTRO
                   WRITE TC-REGISTRO
               END-PERFORM
               CLOSE TIME-CLOCK-FILE
           END-IF.
       0400-FIM.
           PERFORM 0900-TOTAL-CONJUNTO.
       0400-EXIT.
           EXIT.

      ******************************************************************
      * 0500-ANONIMIZA-VISITAS - VISITA MAIS ANTIGA QUE O PRAZO PERDE O
      * CPF E O NOME DO VISITANTE; DATA, HORAS, EMPRESA E ANFITRIAO
      * FICAM. O PRAZO DA VISITA CONTA SEMPRE DA DATA DA VISITA.
      ******************************************************************
       0500-ANONIMIZA-VISITAS SECTION.
           MOVE 'VISITORLOG' TO WRK-CONJUNTO.
           MOVE WRK-ANOS-VISITA TO WRK-ANOS.
           PERFORM 0160-INICIA-CONJUNTO.
           IF CONJUNTO-SEM-POLITICA
               GO TO 0500-FIM
           END-IF.

           OPEN INPUT VISITOR-LOG-FILE.
           IF WRK-VISITA-STATUS NOT = '00'
               MOVE 'A' TO WRK-SITUACAO
               GO TO 0500-FIM
           END-IF.

           PERFORM UNTIL LEITURA-ACABOU OR TABELA-CHEIA
               READ VISITOR-LOG-FILE
                   AT END
                       MOVE 'S' TO WRK-EOF
                   NOT AT END
                       ADD 1 TO WRK-QTD-LIDOS
                       IF VL-DATA NUMERIC
                           AND VL-DATA < WRK-LIMITE-NUM
                           AND VL-NOME NOT = WRK-MARCA
                           MOVE 0 TO VL-CPF
                           MOVE WRK-MARCA TO VL-NOME
                           ADD 1 TO WRK-QTD-ANONIM
                       END-IF
                       MOVE VL-REGISTRO TO WRK-LIN-NOVA
                       PERFORM 0170-GUARDA-LINHA
               END-READ
           END-PERFORM.

           CLOSE VISITOR-LOG-FILE.
           IF TABELA-CHEIA
               MOVE 'C' TO WRK-SITUACAO
               GO TO 0500-FIM
           END-IF.

           IF WRK-QTD-ANONIM > 0
               OPEN OUTPUT VISITOR-LOG-FILE
               PERFORM VARYING WRK-LIN-IDX FROM 1 BY 1
                       UNTIL WRK-LIN-IDX > WRK-LIN-QTD
                   MOVE WRK-LIN-TEXTO(WRK-LIN-IDX) TO VL-REGISTRO
                   WRITE VL-REGISTRO
               END-PERFORM
               CLOSE VISITOR-LOG-FILE
           END-IF.
       0500-FIM.
           PERFORM 0900-TOTAL-CONJUNTO.
       0500-EXIT.
           EXIT.

      ******************************************************************
      * 0550-ANONIMIZA-AGENDA - AGENDAMENTO (OU APROVACAO DA RECEPCAO)
      * MAIS ANTIGO QUE O PRAZO PERDE O CPF, O NOME E A EMPRESA DO
      * VISITANTE; DATA, ORIGEM, SITUACAO, ANFITRIAO E AUTORIZADOR
      * FICAM. COMO NA VISITA, O PRAZO CONTA DA DATA AGENDADA.
      ******************************************************************
       0550-ANONIMIZA-AGENDA SECTION.
           MOVE 'VISITPREREG' TO WRK-CONJUNTO.
           MOVE WRK-ANOS-AGENDA TO WRK-ANOS.
           PERFORM 0160-INICIA-CONJUNTO.
           IF CONJUNTO-SEM-POLITICA
               GO TO 0550-FIM
           END-IF.

           OPEN INPUT VISIT-PREREG-FILE.
           IF WRK-AGENDA-STATUS NOT = '00'
               MOVE 'A' TO WRK-SITUACAO
               GO TO 0550-FIM
           END-IF.

           PERFORM UNTIL LEITURA-ACABOU OR TABELA-CHEIA
               READ VISIT-PREREG-FILE
                   AT END
                       MOVE 'S' TO WRK-EOF
                   NOT AT END
                       ADD 1 TO WRK-QTD-LIDOS
                       IF VP-DATA NUMERIC
                           AND VP-DATA < WRK-LIMITE-NUM
                           AND VP-NOME NOT = WRK-MARCA
                           MOVE 0 TO VP-CPF
                           MOVE WRK-MARCA TO VP-NOME
                           MOVE SPACES TO VP-EMPRESA
                           ADD 1 TO WRK-QTD-ANONIM
                       END-IF
                       MOVE VP-REGISTRO TO WRK-LIN-NOVA
                       PERFORM 0170-GUARDA-LINHA
               END-READ
           END-PERFORM.

           CLOSE VISIT-PREREG-FILE.
           IF TABELA-CHEIA
               MOVE 'C' TO WRK-SITUACAO
               GO TO 0550-FIM
           END-IF.

           IF WRK-QTD-ANONIM > 0
               OPEN OUTPUT VISIT-PREREG-FILE
               PERFORM VARYING WRK-LIN-IDX FROM 1 BY 1
                       UNTIL WRK-LIN-IDX > WRK-LIN-QTD
                   MOVE WRK-LIN-TEXTO(WRK-LIN-IDX) TO VP-REGISTRO
                   WRITE VP-REGISTRO
               END-PERFORM
               CLOSE VISIT-PREREG-FILE
           END-IF.
       0550-FIM.
           PERFORM 0900-TOTAL-CONJUNTO.
       0550-EXIT.
           EXIT.

      ******************************************************************
      * 0600-ANONIMIZA-EMPAUDIT - NA LINHA DE ALTERACAO DE CADASTRO
      * (DD/MM/AAAA HH:MM:SS;USER=...;CPF=...;CAMPO=...;ANTES=...;
      * DEPOIS=...) DE TITULAR VENCIDO, O CPF VIRA ZEROS E OS VALORES
      * VIRAM ***; DATA, USUARIO E CAMPO FICAM.
      ******************************************************************
       0600-ANONIMIZA-EMPAUDIT SECTION.
           MOVE 'EMPAUDIT' TO WRK-CONJUNTO.
           MOVE WRK-ANOS-AUDIT TO WRK-ANOS.
           PERFORM 0160-INICIA-CONJUNTO.
           IF CONJUNTO-SEM-POLITICA
               GO TO 0600-FIM
           END-IF.

           OPEN INPUT EMP-AUDIT-FILE.
           IF WRK-EA-STATUS NOT = '00'
               MOVE 'A' TO WRK-SITUACAO
               GO TO 0600-FIM
           END-IF.

           PERFORM UNTIL LEITURA-ACABOU OR TABELA-CHEIA
               READ EMP-AUDIT-FILE
                   AT END
                       MOVE 'S' TO WRK-EOF
                   NOT AT END
                       ADD 1 TO WRK-QTD-LIDOS
                       PERFORM 0610-TRATA-LINHA-EMPAUDIT
                       MOVE EA-LINHA TO WRK-LIN-NOVA
                       PERFORM 0170-GUARDA-LINHA
               END-READ
           END-PERFORM.

           CLOSE EMP-AUDIT-FILE.
           IF TABELA-CHEIA
               MOVE 'C' TO WRK-SITUACAO
               GO TO 0600-FIM
           END-IF.

           IF WRK-QTD-ANONIM > 0
               OPEN OUTPUT EMP-AUDIT-FILE
               PERFORM VARYING WRK-LIN-IDX FROM 1 BY 1
                       UNTIL WRK-LIN-IDX > WRK-LIN-QTD
                   MOVE WRK-LIN-TEXTO(WRK-LIN-IDX) TO EA-LINHA
                   WRITE EA-LINHA
               END-PERFORM
               CLOSE EMP-AUDIT-FILE
           END-IF.
       0600-FIM.
           PERFORM 0900-TOTAL-CONJUNTO.
       0600-EXIT.
           EXIT.

      ******************************************************************
      * 0610-TRATA-LINHA-EMPAUDIT - LOCALIZA O CPF= DA LINHA, CONFERE O
      * PRAZO E MASCARA. LINHA SEM CPF, COM CPF JA ZERADO OU COM DATA
      * ILEGIVEL FICA COMO ESTA.
      ******************************************************************
       0610-TRATA-LINHA-EMPAUDIT SECTION.
           MOVE EA-LINHA(7:4) TO WRK-DL-ANO.
           MOVE EA-LINHA(4:2) TO WRK-DL-MES.
           MOVE EA-LINHA(1:2) TO WRK-DL-DIA.
           IF WRK-DATA-LINHA-NUM NOT NUMERIC
               GO TO 0610-EXIT
           END-IF.

           MOVE 0 TO WRK-POS.
           INSPECT EA-LINHA TALLYING WRK-POS
               FOR CHARACTERS BEFORE INITIAL ';CPF='.
           IF WRK-POS > 134
               GO TO 0610-EXIT
           END-IF.
           MOVE EA-LINHA(WRK-POS + 6:11) TO WRK-CPF-LINHA-X.
           IF WRK-CPF-LINHA NOT NUMERIC OR WRK-CPF-LINHA = 0
               GO TO 0610-EXIT
           END-IF.

           MOVE WRK-CPF-LINHA      TO WRK-CPF-BUSCA.
           MOVE WRK-DATA-LINHA-NUM TO WRK-DATA-REGISTRO.
           PERFORM 0800-VERIFICA-PRAZO.
           IF NOT PRAZO-VENCIDO
               GO TO 0610-EXIT
           END-IF.

           MOVE ZEROES TO EA-LINHA(WRK-POS + 6:11).
           MOVE 0 TO WRK-POS.
           INSPECT EA-LINHA TALLYING WRK-POS
               FOR CHARACTERS BEFORE INITIAL ';ANTES='.
           IF WRK-POS < 150
               MOVE WRK-MASCARA-VALOR TO EA-LINHA(WRK-POS + 1:)
           END-IF.
           ADD 1 TO WRK-QTD-ANONIM.
       0610-EXIT.
           EXIT.

      ******************************************************************
      * 0650-ANONIMIZA-INQAUDIT - NA CONSULTA DE TITULAR VENCIDO O CPF
      * CONSULTADO VIRA ZEROS; OPERADOR, PROGRAMA E HORA FICAM.
      ******************************************************************
       0650-ANONIMIZA-INQAUDIT SECTION.
           MOVE 'INQAUDIT' TO WRK-CONJUNTO.
           MOVE WRK-ANOS-AUDIT TO WRK-ANOS.
           PERFORM 0160-INICIA-CONJUNTO.
           IF CONJUNTO-SEM-POLITICA
               GO TO 0650-FIM
           END-IF.

           OPEN INPUT INQUIRY-AUDIT-FILE.
           IF WRK-INQ-STATUS NOT = '00'
               MOVE 'A' TO WRK-SITUACAO
               GO TO 0650-FIM
           END-IF.

           PERFORM UNTIL LEITURA-ACABOU OR TABELA-CHEIA
               READ INQUIRY-AUDIT-FILE
                   AT END
                       MOVE 'S' TO WRK-EOF
                   NOT AT END
                       ADD 1 TO WRK-QTD-LIDOS
                       MOVE 'N' TO WRK-VENCEU
                       IF IQ-CPF NUMERIC AND IQ-CPF NOT = 0
                           AND IQ-DATA NUMERIC
                           MOVE IQ-CPF  TO WRK-CPF-BUSCA
                           MOVE IQ-DATA TO WRK-DATA-REGISTRO
                           PERFORM 0800-VERIFICA-PRAZO
                       END-IF
                       IF PRAZO-VENCIDO
                           MOVE 0 TO IQ-CPF
                           ADD 1 TO WRK-QTD-ANONIM
                       END-IF
                       MOVE IQ-REGISTRO TO WRK-LIN-NOVA
                       PERFORM 0170-GUARDA-LINHA
               END-READ
           END-PERFORM.

           CLOSE INQUIRY-AUDIT-FILE.
           IF TABELA-CHEIA
               MOVE 'C' TO WRK-SITUACAO
               GO TO 0650-FIM
           END-IF.

           IF WRK-QTD-ANONIM > 0
               OPEN OUTPUT INQUIRY-AUDIT-FILE
               PERFORM VARYING WRK-LIN-IDX FROM 1 BY 1
                       UNTIL WRK-LIN-IDX > WRK-LIN-QTD
                   MOVE WRK-LIN-TEXTO(WRK-LIN-IDX) TO IQ-REGISTRO
                   WRITE IQ-REGISTRO
               END-PERFORM
               CLOSE INQUIRY-AUDIT-FILE
           END-IF.
       0650-FIM.
           PERFORM 0900-TOTAL-CONJUNTO.
       0650-EXIT.
           EXIT.

      ******************************************************************
      * 0800-VERIFICA-PRAZO - DIZ SE O REGISTRO DE WRK-CPF-BUSCA COM
      * DATA WRK-DATA-REGISTRO JA PASSOU DO LIMITE DO CONJUNTO:
      * FUNCIONARIO ATIVO NUNCA VENCE; DESLIGADO VENCE PELA DATA DO
      * DESLIGAMENTO; CPF FORA DO CADASTRO VENCE PELA DATA DO REGISTRO.
      * O EMPLOYEEMASTER TEM DE ESTAR ABERTO.
      ******************************************************************
       0800-VERIFICA-PRAZO SECTION.
           MOVE 'N' TO WRK-VENCEU.
           MOVE WRK-CPF-BUSCA TO EM-CPF.
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   IF WRK-DATA-REGISTRO < WRK-LIMITE-NUM
                       MOVE 'S' TO WRK-VENCEU
                   END-IF
               NOT INVALID KEY
                   IF FUNCIONARIO-DESLIGADO
                       AND EM-DATA-DESLIG > 0
                       AND EM-DATA-DESLIG < WRK-LIMITE-NUM
                       MOVE 'S' TO WRK-VENCEU
                   END-IF
           END-READ.

      ******************************************************************
      * 0900-TOTAL-CONJUNTO - LINHA DO CONJUNTO NO CERTIFICADO E SOMA
      * NOS TOTAIS DA RODADA.
      ******************************************************************
       0900-TOTAL-CONJUNTO SECTION.
           MOVE SPACES TO CT-LINHA.
           EVALUATE TRUE
               WHEN CONJUNTO-SEM-POLITICA
                   STRING WRK-CONJUNTO
                          ' SEM POLITICA NO RETPOLICY - NADA ALTERADO'
                       DELIMITED BY SIZE INTO CT-LINHA
                   END-STRING
               WHEN CONJUNTO-SEM-ARQUIVO
                   STRING WRK-CONJUNTO
                          ' ARQUIVO INDISPONIVEL - NADA ALTERADO'
                       DELIMITED BY SIZE INTO CT-LINHA
                   END-STRING
               WHEN CONJUNTO-NAO-REGRAVADO
                   STRING WRK-CONJUNTO
                          ' MAIS DE ' WRK-LIN-MAX
                          ' LINHAS - ARQUIVO NAO REGRAVADO'
                       DELIMITED BY SIZE INTO CT-LINHA
                   END-STRING
                   MOVE 8 TO WRK-RC
               WHEN OTHER
                   STRING WRK-CONJUNTO
                          ' GUARDA ' WRK-ANOS ' ANOS, LIMITE '
                          WRK-LIM-DIA '/' WRK-LIM-MES '/' WRK-LIM-ANO
                          ' LIDOS ' WRK-QTD-LIDOS
                          ' ANONIMIZADOS ' WRK-QTD-ANONIM
                          ' ELIMINADOS ' WRK-QTD-ELIMIN
                       DELIMITED BY SIZE INTO CT-LINHA
                   END-STRING
                   ADD WRK-QTD-ANONIM TO WRK-TOT-ANONIM
                   ADD WRK-QTD-ELIMIN TO WRK-TOT-ELIMIN
           END-EVALUATE.
           WRITE CT-LINHA.

      ******************************************************************
      * 0950-RODAPE - TOTAIS E O QUE FICOU DE FORA POR OBRIGACAO LEGAL.
      ******************************************************************
       0950-RODAPE SECTION.
           MOVE SPACES TO CT-LINHA.
           WRITE CT-LINHA FROM '-------------------------------------'.
           MOVE SPACES TO CT-LINHA.
           STRING 'TOTAL ANONIMIZADOS ' WRK-TOT-ANONIM
                  ' ELIMINADOS ' WRK-TOT-ELIMIN
               DELIMITED BY SIZE INTO CT-LINHA
           END-STRING.
           WRITE CT-LINHA.
           MOVE SPACES TO CT-LINHA.
           WRITE CT-LINHA FROM
               'PRESERVADOS POR OBRIGACAO LEGAL (NAO TOCADOS):'.
           MOVE SPACES TO CT-LINHA.
           WRITE CT-LINHA FROM
               '  PAYROLLMASTER, SALHIST, GLTRANSACTIONS, GLTRANSARC'.

       END PROGRAM PROGCOB175.
