       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB170.
      ******************************************************************
      *AUTHOR: CARLOS AMARAL
      *DATE: 15/10/2026
      *PURPOSE: REAJUSTE COLETIVO DO DISSIDIO. O OPERADOR INFORMA A
      *         DESCRICAO DO ACORDO, A COMPETENCIA DA DATA-BASE, AS
      *         FAIXAS SALARIAIS COM O PERCENTUAL DE CADA UMA E OS
      *         CARGOS E DEPARTAMENTOS FORA DO ACORDO. O PROGRAMA
      *         CLASSIFICA OS ATIVOS DO EMPLOYEEMASTER E IMPRIME NO
      *         DISSIDRPT A PREVIA (SALARIO ANTIGO E NOVO POR CPF, OS
      *         EXCLUIDOS COM O MOTIVO E O RESUMO POR FAIXA COM O
      *         RETROATIVO ESTIMADO) PARA O SINDICATO E O FINANCEIRO -
      *         ANTES ERAM CENTENAS DE ALTERACOES A MAO NO PROGCOB048.
      *         SO O ADMINISTRADOR (NIVEL 01) APROVA; APROVADO, CADA
      *         SALARIO E REGRAVADO COM AUDITORIA NO EMPAUDIT E EVENTO
      *         NO SALHIST COM A VIGENCIA DA DATA-BASE, E AS
      *         COMPETENCIAS JA FECHADAS VIRAM PEDIDOS NO RETROREQ PARA
      *         A RODADA EM LOTE DO PROGCOB102.
      *MODIFICATION HISTORY:
      * 15/10/2026 - PIN CONFERIDO PELO HASH COM SAL DO USERMASTER
      *              (SUBPROGRAMA PINUTIL), SEM COMPARAR O PIN EM CLARO;
      *              WRK-PIN ACEITA A SENHA LONGA DO ADMIN.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-MASTER-FILE ASSIGN TO 'USERMASTER'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UM-USER
               FILE STATUS IS WRK-USERMASTER-STATUS.

           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO 'EMPLOYEEMASTER'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-CPF
               FILE STATUS IS WRK-EMP-STATUS.

           SELECT SAL-HIST-FILE ASSIGN TO 'SALHIST'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-SALHIST-STATUS.

           SELECT EMP-AUDIT-FILE ASSIGN TO 'EMPAUDIT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-AUDIT-STATUS.

           SELECT RETRO-REQUEST-FILE ASSIGN TO 'RETROREQ'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-REQ-STATUS.

           SELECT DISSIDIO-REPORT-FILE ASSIGN TO 'DISSIDRPT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  USER-MASTER-FILE.
           COPY 'USERMASTER-REC.cob'.

       FD  EMPLOYEE-MASTER-FILE.
           COPY 'EMPMASTER-REC.cob'.

       FD  SAL-HIST-FILE.
           COPY 'SALHIST-REC.cob'.

       FD  EMP-AUDIT-FILE.
       01  EA-LINHA                PIC X(150).

       FD  RETRO-REQUEST-FILE.
           COPY 'RETROREQ-REC.cob'.

       FD  DISSIDIO-REPORT-FILE.
       01  DR-LINHA                PIC X(120).

       WORKING-STORAGE SECTION.
           COPY 'MCTLUTIL-PARM.cob'.
       77  WRK-USERMASTER-STATUS PIC X(02)     VALUE SPACES.
       77  WRK-EMP-STATUS      PIC X(02)       VALUE SPACES.
       77  WRK-EMP-EOF         PIC X(01)       VALUE 'N'.
           88  EMP-ACABOU                      VALUE 'S'.
       77  WRK-SALHIST-STATUS  PIC X(02)       VALUE SPACES.
       77  WRK-SALHIST-EOF     PIC X(01)       VALUE 'N'.
           88  SALHIST-ACABOU                  VALUE 'S'.
       77  WRK-AUDIT-STATUS    PIC X(02)       VALUE SPACES.
       77  WRK-REQ-STATUS      PIC X(02)       VALUE SPACES.
       77  WRK-REPORT-STATUS   PIC X(02)       VALUE SPACES.

       77  WRK-USER            PIC X(20)       VALUE SPACES.
       77  WRK-PIN             PIC X(16)       VALUE SPACES.
           COPY 'PINUTIL-PARM.cob'.
       77  WRK-NIVEL           PIC 9(02)       VALUE ZEROES.
       77  WRK-LOGIN-OK        PIC X(01)       VALUE 'N'.
           88  LOGIN-VALIDO                    VALUE 'S'.
       77  WRK-RESPOSTA        PIC X(01)       VALUE 'N'.

       01  WRK-HOJE.
           02  WRK-HOJE-ANO    PIC 9(04)       VALUE ZEROES.
           02  WRK-HOJE-MES    PIC 9(02)       VALUE ZEROES.
           02  WRK-HOJE-DIA    PIC 9(02)       VALUE ZEROES.
       01  WRK-HORA.
           02  WRK-HORA-HH     PIC 9(02)       VALUE ZEROES.
           02  WRK-HORA-MM     PIC 9(02)       VALUE ZEROES.
           02  WRK-HORA-SS     PIC 9(02)       VALUE ZEROES.
           02  WRK-HORA-CC     PIC 9(02)       VALUE ZEROES.

      ******************************************************************
      * ACORDO: A DESCRICAO VAI PARA O MOTIVO DO EVENTO NO SALHIST E DO
      * PEDIDO NO RETROREQ; A VIGENCIA E O DIA 01 DA DATA-BASE.
      ******************************************************************
       77  WRK-MOTIVO          PIC X(20)       VALUE SPACES.
       01  WRK-DATA-BASE.
           02  WRK-BASE-ANO    PIC 9(04)       VALUE ZEROES.
           02  WRK-BASE-MES    PIC 9(02)       VALUE ZEROES.
       01  WRK-DATA-BASE-NUM REDEFINES WRK-DATA-BASE PIC 9(06).
       77  WRK-VIGENCIA        PIC 9(08)       VALUE ZEROES.
       77  WRK-MESES-RETRO     PIC 9(03)       VALUE ZEROES.

      ******************************************************************
      * FAIXAS EM ORDEM CRESCENTE DE LIMITE; LIMITE ZERO NA ULTIMA =
      * SEM LIMITE. SALARIO ACIMA DO LIMITE DA ULTIMA FAIXA FICA FORA
      * DO ACORDO (NEGOCIACAO INDIVIDUAL).
      ******************************************************************
       77  WRK-FAIXA-QTD       PIC 9(02)       VALUE ZEROES.
       77  WRK-FAIXA-IDX       PIC 9(02)       VALUE ZEROES.
       77  WRK-FAIXA-NUM       PIC 9(02)       VALUE ZEROES.
       77  WRK-FIM-FAIXAS      PIC X(01)       VALUE 'N'.
       77  WRK-ENT-LIMITE      PIC 9(06)V99    VALUE ZEROES.
       77  WRK-ENT-PERC        PIC 9(03)V99    VALUE ZEROES.
       01  WRK-TAB-FAIXAS.
           02  WRK-FAIXA       OCCURS 10 TIMES.
               03  WRK-FAIXA-LIMITE    PIC 9(06)V99.
               03  WRK-FAIXA-PERC      PIC 9(03)V99.
               03  WRK-FAIXA-FUNC      PIC 9(05).
               03  WRK-FAIXA-ANTES     PIC 9(09)V99.
               03  WRK-FAIXA-DEPOIS    PIC 9(09)V99.

      ******************************************************************
      * EXCLUSOES DO ACORDO: CARGOS (TEXTO DO EM-CARGO) E CODIGOS DO
      * DEPTMASTER; ENTRADA EM BRANCO ENCERRA A LISTA.
      ******************************************************************
       77  WRK-ENT-CARGO       PIC X(20)       VALUE SPACES.
       77  WRK-ENT-DEPTO       PIC X(04)       VALUE SPACES.
       77  WRK-FIM-LISTA       PIC X(01)       VALUE 'N'.
       77  WRK-EXC-IDX         PIC 9(02)       VALUE ZEROES.
       77  WRK-CARGO-QTD       PIC 9(02)       VALUE ZEROES.
       01  WRK-TAB-CARGOS.
           02  WRK-EXC-CARGO   PIC X(20)       OCCURS 20 TIMES.
       77  WRK-DEPTO-QTD       PIC 9(02)       VALUE ZEROES.
       01  WRK-TAB-DEPTOS.
           02  WRK-EXC-DEPTO   PIC X(04)       OCCURS 20 TIMES.

      ******************************************************************
      * EVENTOS DO SALHIST COM VIGENCIA NA DATA-BASE OU DEPOIS: SALARIO
      * JA MEXIDO NESSE PERIODO NAO E REAJUSTADO EM LOTE (REVISAO A
      * MAO), E O EVENTO DO PROPRIO ACORDO MOSTRA QUE JA FOI APLICADO.
      ******************************************************************
       77  WRK-EVT-QTD         PIC 9(04)       VALUE ZEROES.
       77  WRK-EVT-IDX         PIC 9(04)       VALUE ZEROES.
       01  WRK-TAB-EVENTOS.
           02  WRK-EVT-LINHA   OCCURS 3000 TIMES.
               03  WRK-EVT-CPF         PIC 9(11).
               03  WRK-EVT-DATA        PIC 9(08).
               03  WRK-EVT-MOTIVO      PIC X(20).

      ******************************************************************
      * FUNCIONARIOS ATIVOS CLASSIFICADOS. SITUACAO: A = REAJUSTA,
      * X = CARGO EXCLUIDO, D = DEPARTAMENTO EXCLUIDO, N = ADMITIDO NA
      * DATA-BASE OU DEPOIS, H = SALARIO ALTERADO NA VIGENCIA OU
      * DEPOIS, J = ACORDO JA APLICADO, F = ACIMA DAS FAIXAS,
      * I = SALARIO ILEGIVEL NO CADASTRO.
      ******************************************************************
       77  WRK-FUN-QTD         PIC 9(04)       VALUE ZEROES.
       77  WRK-FUN-IDX         PIC 9(04)       VALUE ZEROES.
       01  WRK-TAB-FUNCIONARIOS.
           02  WRK-FUN-LINHA   OCCURS 3000 TIMES.
               03  WRK-FUN-CPF         PIC 9(11).
               03  WRK-FUN-NOME        PIC X(40).
               03  WRK-FUN-ANTES       PIC 9(06)V99.
               03  WRK-FUN-DEPOIS      PIC 9(06)V99.
               03  WRK-FUN-FAIXA       PIC 9(02).
               03  WRK-FUN-SITUACAO    PIC X(01).

       77  WRK-SITUACAO        PIC X(01)       VALUE SPACES.
       77  WRK-FAIXA-ACHADA    PIC 9(02)       VALUE ZEROES.
       77  WRK-NOME-30         PIC X(30)       VALUE SPACES.
       77  WRK-TEXTO-MOTIVO    PIC X(40)       VALUE SPACES.

       77  WRK-QTD-REAJUSTE    PIC 9(05)       VALUE ZEROES.
       77  WRK-QTD-EXCLUIDOS   PIC 9(05)       VALUE ZEROES.
       77  WRK-QTD-APLICADOS   PIC 9(05)       VALUE ZEROES.
       77  WRK-QTD-PEDIDOS     PIC 9(05)       VALUE ZEROES.
       77  WRK-QTD-ERROS       PIC 9(05)       VALUE ZEROES.
       77  WRK-TOT-ANTES       PIC 9(09)V99    VALUE ZEROES.
       77  WRK-TOT-DEPOIS      PIC 9(09)V99    VALUE ZEROES.
       77  WRK-AUMENTO         PIC 9(09)V99    VALUE ZEROES.
       77  WRK-RETRO-ESTIMADO  PIC 9(11)V99    VALUE ZEROES.

       77  WRK-ED-ANTES        PIC ZZZ.ZZ9,99  VALUE ZEROES.
       77  WRK-ED-DEPOIS       PIC ZZZ.ZZ9,99  VALUE ZEROES.
       77  WRK-ED-PERC         PIC ZZ9,99      VALUE ZEROES.
       77  WRK-ED-TOTAL        PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.
       77  WRK-ED-TOTAL2       PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.
       77  WRK-ED-TOTAL3       PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.

      ******************************************************************
      * LOG ANTES/DEPOIS DO EMPAUDIT, NO MESMO FORMATO DO PROGCOB048.
      ******************************************************************
       77  WRK-CAMPO           PIC X(12)       VALUE 'SALARIO'.
       77  WRK-VALOR-ANTES     PIC X(40)       VALUE SPACES.
       77  WRK-VALOR-DEPOIS    PIC X(40)       VALUE SPACES.
       01  WRK-SAL-LOG         PIC 9(06)V99    VALUE ZEROES.
       01  WRK-SAL-LOG-DIG REDEFINES WRK-SAL-LOG PIC 9(08).

       PROCEDURE DIVISION.

           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.

           PERFORM 0100-VALIDA-USUARIO.
           IF NOT LOGIN-VALIDO
               DISPLAY 'ACESSO NEGADO'
               STOP RUN
           END-IF.

           DISPLAY 'DESCRICAO DO ACORDO (VAI PARA O SALHIST): '.
           ACCEPT WRK-MOTIVO.
           IF WRK-MOTIVO = SPACES
               DISPLAY 'DESCRICAO DO ACORDO OBRIGATORIA'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY 'COMPETENCIA DA DATA-BASE (AAAAMM): '.
           ACCEPT WRK-DATA-BASE.
           IF WRK-DATA-BASE NOT NUMERIC
               OR WRK-BASE-MES < 1 OR WRK-BASE-MES > 12
               DISPLAY 'COMPETENCIA INVALIDA'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE WRK-VIGENCIA = WRK-DATA-BASE-NUM * 100 + 1.

      * COMPETENCIAS DA DATA-BASE ATE A ANTERIOR A ATUAL JA FORAM
      * FECHADAS PELO SALARIO ANTIGO (DATA-BASE FUTURA = NENHUMA).
           IF WRK-DATA-BASE-NUM <
               WRK-HOJE-ANO * 100 + WRK-HOJE-MES
               COMPUTE WRK-MESES-RETRO =
                   (WRK-HOJE-ANO * 12 + WRK-HOJE-MES)
                 - (WRK-BASE-ANO * 12 + WRK-BASE-MES)
           END-IF.

           PERFORM 0200-LE-FAIXAS.
           IF WRK-FAIXA-QTD = 0
               DISPLAY 'NENHUMA FAIXA INFORMADA'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 0300-LE-EXCLUSOES.

           PERFORM 0400-CARREGA-EVENTOS.
           PERFORM 0500-CLASSIFICA-FUNCIONARIOS.
           IF WRK-EMP-STATUS NOT = '00'
               DISPLAY 'EMPLOYEEMASTER NAO ENCONTRADO'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT DISSIDIO-REPORT-FILE.
           PERFORM 0600-IMPRIME-PREVIA.

           MOVE WRK-TOT-ANTES  TO WRK-ED-TOTAL.
           MOVE WRK-TOT-DEPOIS TO WRK-ED-TOTAL2.
           DISPLAY 'FUNCIONARIOS REAJUSTADOS: ' WRK-QTD-REAJUSTE
                   ' FORA DO REAJUSTE: ' WRK-QTD-EXCLUIDOS.
           DISPLAY 'FOLHA ANTES: ' WRK-ED-TOTAL
                   ' DEPOIS: ' WRK-ED-TOTAL2.
           MOVE WRK-RETRO-ESTIMADO TO WRK-ED-TOTAL3.
           DISPLAY 'RETROATIVO ESTIMADO: ' WRK-ED-TOTAL3
                   ' (' WRK-MESES-RETRO ' COMPETENCIAS)'.

           PERFORM 0700-APROVA-REAJUSTE.

           CLOSE DISSIDIO-REPORT-FILE.

           IF WRK-QTD-ERROS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

      ******************************************************************
      * 0100-VALIDA-USUARIO - EXIGE USUARIO DO USERMASTER COM PIN
      * CORRETO E CONTA NAO BLOQUEADA (MESMA MECANICA DO PROGCOB071).
      * O NIVEL FICA GUARDADO PARA A APROVACAO.
      ******************************************************************
       0100-VALIDA-USUARIO SECTION.
           MOVE 'N' TO WRK-LOGIN-OK.

           OPEN INPUT USER-MASTER-FILE.
           IF WRK-USERMASTER-STATUS NOT = '00'
               DISPLAY 'USERMASTER INDISPONIVEL'
               GO TO 0100-EXIT
           END-IF.

           DISPLAY 'USUARIO: '.
           ACCEPT WRK-USER.
           DISPLAY 'PIN: '.
           ACCEPT WRK-PIN.

           MOVE WRK-USER TO UM-USER.
           READ USER-MASTER-FILE
               INVALID KEY
                   DISPLAY 'USUARIO NAO CADASTRADO'
               NOT INVALID KEY
                   MOVE 'C'         TO PU-FUNCAO
                   MOVE WRK-PIN     TO PU-SENHA
                   MOVE UM-PIN-SALT TO PU-SALT
                   MOVE UM-PIN-HASH TO PU-HASH
                   CALL 'PINUTIL' USING PU-PARM
                   IF PU-CONFERE AND NOT CONTA-BLOQUEADA
                       MOVE 'S' TO WRK-LOGIN-OK
                       MOVE UM-LEVEL TO WRK-NIVEL
                   END-IF
           END-READ.

           CLOSE USER-MASTER-FILE.
       0100-EXIT.
           EXIT.

      ******************************************************************
      * 0200-LE-FAIXAS - ATE 10 FAIXAS; A LISTA TERMINA NA FAIXA SEM
      * LIMITE (LIMITE ZERO) OU NA DECIMA.
      ******************************************************************
       0200-LE-FAIXAS SECTION.
           MOVE 'N' TO WRK-FIM-FAIXAS.
           PERFORM 0210-LE-UMA-FAIXA UNTIL WRK-FIM-FAIXAS = 'S'.

      ******************************************************************
      * 0210-LE-UMA-FAIXA - LIMITE SUPERIOR E PERCENTUAL DA PROXIMA
      * FAIXA. ENTRADA INVALIDA E PEDIDA DE NOVO.
      ******************************************************************
       0210-LE-UMA-FAIXA SECTION.
           COMPUTE WRK-FAIXA-NUM = WRK-FAIXA-QTD + 1.
           DISPLAY 'FAIXA ' WRK-FAIXA-NUM
                   ' - SALARIO ATE (999999,99; ZEROS = SEM LIMITE): '.
           ACCEPT WRK-ENT-LIMITE.
           DISPLAY 'FAIXA ' WRK-FAIXA-NUM
                   ' - PERCENTUAL DE REAJUSTE (999,99): '.
           ACCEPT WRK-ENT-PERC.

           IF WRK-ENT-PERC = 0 OR WRK-ENT-PERC > 100
               DISPLAY 'PERCENTUAL INVALIDO - INFORME A FAIXA DE NOVO'
               GO TO 0210-EXIT
           END-IF.
           IF WRK-ENT-LIMITE > 0 AND WRK-FAIXA-QTD > 0
               IF WRK-ENT-LIMITE <= WRK-FAIXA-LIMITE(WRK-FAIXA-QTD)
                   DISPLAY 'LIMITE DEVE SER MAIOR QUE O DA FAIXA '
                           'ANTERIOR - INFORME A FAIXA DE NOVO'
                   GO TO 0210-EXIT
               END-IF
           END-IF.

           ADD 1 TO WRK-FAIXA-QTD.
           MOVE WRK-ENT-LIMITE TO WRK-FAIXA-LIMITE(WRK-FAIXA-QTD).
           MOVE WRK-ENT-PERC   TO WRK-FAIXA-PERC(WRK-FAIXA-QTD).
           MOVE ZEROES TO WRK-FAIXA-FUNC(WRK-FAIXA-QTD).
           MOVE ZEROES TO WRK-FAIXA-ANTES(WRK-FAIXA-QTD).
           MOVE ZEROES TO WRK-FAIXA-DEPOIS(WRK-FAIXA-QTD).

           IF WRK-ENT-LIMITE = 0 OR WRK-FAIXA-QTD = 10
               MOVE 'S' TO WRK-FIM-FAIXAS
           END-IF.
       0210-EXIT.
           EXIT.

      ******************************************************************
      * 0300-LE-EXCLUSOES - CARGOS E DEPARTAMENTOS FORA DO ACORDO (ATE
      * 20 DE CADA; ENTRADA EM BRANCO ENCERRA).
      ******************************************************************
       0300-LE-EXCLUSOES SECTION.
           MOVE 'N' TO WRK-FIM-LISTA.
           PERFORM UNTIL WRK-FIM-LISTA = 'S'
               DISPLAY 'CARGO FORA DO ACORDO (BRANCO = FIM): '
               MOVE SPACES TO WRK-ENT-CARGO
               ACCEPT WRK-ENT-CARGO
               IF WRK-ENT-CARGO = SPACES
                   MOVE 'S' TO WRK-FIM-LISTA
               ELSE
                   ADD 1 TO WRK-CARGO-QTD
                   MOVE WRK-ENT-CARGO TO WRK-EXC-CARGO(WRK-CARGO-QTD)
                   IF WRK-CARGO-QTD = 20
                       MOVE 'S' TO WRK-FIM-LISTA
                   END-IF
               END-IF
           END-PERFORM.

           MOVE 'N' TO WRK-FIM-LISTA.
           PERFORM UNTIL WRK-FIM-LISTA = 'S'
               DISPLAY 'DEPARTAMENTO FORA DO ACORDO (CODIGO DO '
                       'DEPTMASTER; BRANCO = FIM): '
               MOVE SPACES TO WRK-ENT-DEPTO
               ACCEPT WRK-ENT-DEPTO
               IF WRK-ENT-DEPTO = SPACES
                   MOVE 'S' TO WRK-FIM-LISTA
               ELSE
                   ADD 1 TO WRK-DEPTO-QTD
                   MOVE WRK-ENT-DEPTO TO WRK-EXC-DEPTO(WRK-DEPTO-QTD)
                   IF WRK-DEPTO-QTD = 20
                       MOVE 'S' TO WRK-FIM-LISTA
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * 0400-CARREGA-EVENTOS - EVENTOS DO SALHIST COM VIGENCIA NA
      * DATA-BASE OU DEPOIS. SEM O ARQUIVO NAO HA EVENTO.
      ******************************************************************
       0400-CARREGA-EVENTOS SECTION.
           OPEN INPUT SAL-HIST-FILE.
           IF WRK-SALHIST-STATUS NOT = '00'
               GO TO 0400-EXIT
           END-IF.

           PERFORM UNTIL SALHIST-ACABOU
               READ SAL-HIST-FILE
                   AT END
                       MOVE 'S' TO WRK-SALHIST-EOF
                   NOT AT END
                       IF SH-DATA-EFETIVA >= WRK-VIGENCIA
                           AND WRK-EVT-QTD < 3000
                           ADD 1 TO WRK-EVT-QTD
                           MOVE SH-CPF TO WRK-EVT-CPF(WRK-EVT-QTD)
                           MOVE SH-DATA-EFETIVA
                               TO WRK-EVT-DATA(WRK-EVT-QTD)
                           MOVE SH-MOTIVO
                               TO WRK-EVT-MOTIVO(WRK-EVT-QTD)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE SAL-HIST-FILE.
       0400-EXIT.
           EXIT.

      ******************************************************************
      * 0500-CLASSIFICA-FUNCIONARIOS - LE O EMPLOYEEMASTER INTEIRO E
      * GUARDA CADA ATIVO COM A SITUACAO, A FAIXA E O SALARIO NOVO.
      ******************************************************************
       0500-CLASSIFICA-FUNCIONARIOS SECTION.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WRK-EMP-STATUS NOT = '00'
               GO TO 0500-EXIT
           END-IF.

           PERFORM UNTIL EMP-ACABOU
               READ EMPLOYEE-MASTER-FILE NEXT
                   AT END
                       MOVE 'S' TO WRK-EMP-EOF
                   NOT AT END
                       IF NOT FUNCIONARIO-DESLIGADO
                           AND WRK-FUN-QTD < 3000
                           PERFORM 0510-CLASSIFICA-UM
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE EMPLOYEE-MASTER-FILE.
       0500-EXIT.
           EXIT.

      ******************************************************************
      * 0510-CLASSIFICA-UM - SITUACAO DO FUNCIONARIO LIDO. A PRIMEIRA
      * EXCLUSAO QUE SE APLICA E A QUE APARECE NA PREVIA.
      ******************************************************************
       0510-CLASSIFICA-UM SECTION.
           MOVE 'A' TO WRK-SITUACAO.
           MOVE ZEROES TO WRK-FAIXA-ACHADA.

           PERFORM VARYING WRK-EXC-IDX FROM 1 BY 1
                   UNTIL WRK-EXC-IDX > WRK-CARGO-QTD
               IF EM-CARGO = WRK-EXC-CARGO(WRK-EXC-IDX)
                   MOVE 'X' TO WRK-SITUACAO
               END-IF
           END-PERFORM.

           IF WRK-SITUACAO = 'A'
               PERFORM VARYING WRK-EXC-IDX FROM 1 BY 1
                       UNTIL WRK-EXC-IDX > WRK-DEPTO-QTD
                   IF EM-DEPARTAMENTO = WRK-EXC-DEPTO(WRK-EXC-IDX)
                       MOVE 'D' TO WRK-SITUACAO
                   END-IF
               END-PERFORM
           END-IF.

           IF WRK-SITUACAO = 'A'
               AND EM-DATA-ADMISSAO >= WRK-VIGENCIA
               MOVE 'N' TO WRK-SITUACAO
           END-IF.

           IF WRK-SITUACAO = 'A'
               PERFORM VARYING WRK-EVT-IDX FROM 1 BY 1
                       UNTIL WRK-EVT-IDX > WRK-EVT-QTD
                   IF WRK-EVT-CPF(WRK-EVT-IDX) = EM-CPF
                       IF WRK-EVT-DATA(WRK-EVT-IDX) = WRK-VIGENCIA
                           AND WRK-EVT-MOTIVO(WRK-EVT-IDX) = WRK-MOTIVO
                           MOVE 'J' TO WRK-SITUACAO
                       ELSE
                           IF WRK-SITUACAO = 'A'
                               MOVE 'H' TO WRK-SITUACAO
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

           IF WRK-SITUACAO = 'A' AND EM-SALARY NOT NUMERIC
               MOVE 'I' TO WRK-SITUACAO
           END-IF.

           IF WRK-SITUACAO = 'A'
               PERFORM VARYING WRK-FAIXA-IDX FROM 1 BY 1
                       UNTIL WRK-FAIXA-IDX > WRK-FAIXA-QTD
                          OR WRK-FAIXA-ACHADA > 0
                   IF WRK-FAIXA-LIMITE(WRK-FAIXA-IDX) = 0
                       OR EM-SALARY <= WRK-FAIXA-LIMITE(WRK-FAIXA-IDX)
                       MOVE WRK-FAIXA-IDX TO WRK-FAIXA-ACHADA
                   END-IF
               END-PERFORM
               IF WRK-FAIXA-ACHADA = 0
                   MOVE 'F' TO WRK-SITUACAO
               END-IF
           END-IF.

           ADD 1 TO WRK-FUN-QTD.
           MOVE EM-CPF       TO WRK-FUN-CPF(WRK-FUN-QTD).
           MOVE EM-NOME      TO WRK-FUN-NOME(WRK-FUN-QTD).
           MOVE WRK-SITUACAO TO WRK-FUN-SITUACAO(WRK-FUN-QTD).
           MOVE WRK-FAIXA-ACHADA TO WRK-FUN-FAIXA(WRK-FUN-QTD).
           IF WRK-SITUACAO = 'I'
               MOVE ZEROES TO WRK-FUN-ANTES(WRK-FUN-QTD)
           ELSE
               MOVE EM-SALARY TO WRK-FUN-ANTES(WRK-FUN-QTD)
           END-IF.
           MOVE WRK-FUN-ANTES(WRK-FUN-QTD)
               TO WRK-FUN-DEPOIS(WRK-FUN-QTD).

           IF WRK-SITUACAO NOT = 'A'
               ADD 1 TO WRK-QTD-EXCLUIDOS
               GO TO 0510-EXIT
           END-IF.

           COMPUTE WRK-FUN-DEPOIS(WRK-FUN-QTD) ROUNDED =
               EM-SALARY * (100 + WRK-FAIXA-PERC(WRK-FAIXA-ACHADA))
                         / 100.

           ADD 1 TO WRK-QTD-REAJUSTE.
           ADD 1 TO WRK-FAIXA-FUNC(WRK-FAIXA-ACHADA).
           ADD EM-SALARY TO WRK-FAIXA-ANTES(WRK-FAIXA-ACHADA).
           ADD WRK-FUN-DEPOIS(WRK-FUN-QTD)
               TO WRK-FAIXA-DEPOIS(WRK-FAIXA-ACHADA).
           ADD EM-SALARY TO WRK-TOT-ANTES.
           ADD WRK-FUN-DEPOIS(WRK-FUN-QTD) TO WRK-TOT-DEPOIS.
       0510-EXIT.
           EXIT.

      ******************************************************************
      * 0600-IMPRIME-PREVIA - CABECALHO COM O ACORDO, REAJUSTE POR CPF,
      * EXCLUIDOS COM O MOTIVO E O RESUMO POR FAIXA PARA O SINDICATO E
      * O FINANCEIRO.
      ******************************************************************
       0600-IMPRIME-PREVIA SECTION.
           MOVE SPACES TO DR-LINHA.
           STRING 'REAJUSTE COLETIVO - ' WRK-MOTIVO
                  ' - DATA-BASE ' WRK-BASE-MES '/' WRK-BASE-ANO
               DELIMITED BY SIZE INTO DR-LINHA
           END-STRING
           WRITE DR-LINHA.
           MOVE SPACES TO DR-LINHA.
           STRING 'EMITIDO EM ' WRK-HOJE-DIA '/' WRK-HOJE-MES '/'
                  WRK-HOJE-ANO ' POR ' WRK-USER
               DELIMITED BY SIZE INTO DR-LINHA
           END-STRING
           WRITE DR-LINHA.

           PERFORM VARYING WRK-FAIXA-IDX FROM 1 BY 1
                   UNTIL WRK-FAIXA-IDX > WRK-FAIXA-QTD
               MOVE WRK-FAIXA-PERC(WRK-FAIXA-IDX) TO WRK-ED-PERC
               MOVE SPACES TO DR-LINHA
               IF WRK-FAIXA-LIMITE(WRK-FAIXA-IDX) = 0
                   STRING 'FAIXA ' WRK-FAIXA-IDX
                          ' SEM LIMITE    REAJUSTE ' WRK-ED-PERC '%'
                       DELIMITED BY SIZE INTO DR-LINHA
                   END-STRING
               ELSE
                   MOVE WRK-FAIXA-LIMITE(WRK-FAIXA-IDX)
                       TO WRK-ED-ANTES
                   STRING 'FAIXA ' WRK-FAIXA-IDX
                          ' ATE ' WRK-ED-ANTES
                          ' REAJUSTE ' WRK-ED-PERC '%'
                       DELIMITED BY SIZE INTO DR-LINHA
                   END-STRING
               END-IF
               WRITE DR-LINHA
           END-PERFORM.

           PERFORM VARYING WRK-EXC-IDX FROM 1 BY 1
                   UNTIL WRK-EXC-IDX > WRK-CARGO-QTD
               MOVE SPACES TO DR-LINHA
               STRING 'CARGO FORA DO ACORDO: '
                      WRK-EXC-CARGO(WRK-EXC-IDX)
                   DELIMITED BY SIZE INTO DR-LINHA
               END-STRING
               WRITE DR-LINHA
           END-PERFORM.
           PERFORM VARYING WRK-EXC-IDX FROM 1 BY 1
                   UNTIL WRK-EXC-IDX > WRK-DEPTO-QTD
               MOVE SPACES TO DR-LINHA
               STRING 'DEPARTAMENTO FORA DO ACORDO: '
                      WRK-EXC-DEPTO(WRK-EXC-IDX)
                   DELIMITED BY SIZE INTO DR-LINHA
               END-STRING
               WRITE DR-LINHA
           END-PERFORM.

           MOVE SPACES TO DR-LINHA.
           WRITE DR-LINHA.
           WRITE DR-LINHA FROM 'FUNCIONARIOS REAJUSTADOS'.
           PERFORM VARYING WRK-FUN-IDX FROM 1 BY 1
                   UNTIL WRK-FUN-IDX > WRK-FUN-QTD
               IF WRK-FUN-SITUACAO(WRK-FUN-IDX) = 'A'
                   MOVE WRK-FUN-NOME(WRK-FUN-IDX) TO WRK-NOME-30
                   MOVE WRK-FUN-ANTES(WRK-FUN-IDX) TO WRK-ED-ANTES
                   MOVE WRK-FUN-DEPOIS(WRK-FUN-IDX) TO WRK-ED-DEPOIS
                   MOVE WRK-FAIXA-PERC(WRK-FUN-FAIXA(WRK-FUN-IDX))
                       TO WRK-ED-PERC
                   MOVE SPACES TO DR-LINHA
                   STRING WRK-FUN-CPF(WRK-FUN-IDX) ' ' WRK-NOME-30
                          ' ' WRK-ED-ANTES ' -> ' WRK-ED-DEPOIS
                          ' ' WRK-ED-PERC '% FAIXA '
                          WRK-FUN-FAIXA(WRK-FUN-IDX)
                       DELIMITED BY SIZE INTO DR-LINHA
                   END-STRING
                   WRITE DR-LINHA
               END-IF
           END-PERFORM.

           MOVE SPACES TO DR-LINHA.
           WRITE DR-LINHA.
           WRITE DR-LINHA FROM 'FUNCIONARIOS FORA DO REAJUSTE'.
           PERFORM VARYING WRK-FUN-IDX FROM 1 BY 1
                   UNTIL WRK-FUN-IDX > WRK-FUN-QTD
               IF WRK-FUN-SITUACAO(WRK-FUN-IDX) NOT = 'A'
                   PERFORM 0610-IMPRIME-EXCLUIDO
               END-IF
           END-PERFORM.

           MOVE SPACES TO DR-LINHA.
           WRITE DR-LINHA.
           WRITE DR-LINHA FROM 'RESUMO POR FAIXA'.
           PERFORM VARYING WRK-FAIXA-IDX FROM 1 BY 1
                   UNTIL WRK-FAIXA-IDX > WRK-FAIXA-QTD
               MOVE WRK-FAIXA-ANTES(WRK-FAIXA-IDX)  TO WRK-ED-TOTAL
               MOVE WRK-FAIXA-DEPOIS(WRK-FAIXA-IDX) TO WRK-ED-TOTAL2
               COMPUTE WRK-AUMENTO = WRK-FAIXA-DEPOIS(WRK-FAIXA-IDX)
                                   - WRK-FAIXA-ANTES(WRK-FAIXA-IDX)
               MOVE WRK-AUMENTO TO WRK-ED-TOTAL3
               MOVE SPACES TO DR-LINHA
               STRING 'FAIXA ' WRK-FAIXA-IDX
                      ' FUNCIONARIOS ' WRK-FAIXA-FUNC(WRK-FAIXA-IDX)
                      ' FOLHA ANTES ' WRK-ED-TOTAL
                      ' DEPOIS ' WRK-ED-TOTAL2
                      ' AUMENTO ' WRK-ED-TOTAL3
                   DELIMITED BY SIZE INTO DR-LINHA
               END-STRING
               WRITE DR-LINHA
           END-PERFORM.

           MOVE WRK-TOT-ANTES  TO WRK-ED-TOTAL.
           MOVE WRK-TOT-DEPOIS TO WRK-ED-TOTAL2.
           COMPUTE WRK-AUMENTO = WRK-TOT-DEPOIS - WRK-TOT-ANTES.
           MOVE WRK-AUMENTO TO WRK-ED-TOTAL3.
           MOVE SPACES TO DR-LINHA.
           STRING 'TOTAL    FUNCIONARIOS ' WRK-QTD-REAJUSTE
                  ' FOLHA ANTES ' WRK-ED-TOTAL
                  ' DEPOIS ' WRK-ED-TOTAL2
                  ' AUMENTO ' WRK-ED-TOTAL3
               DELIMITED BY SIZE INTO DR-LINHA
           END-STRING
           WRITE DR-LINHA.

           COMPUTE WRK-RETRO-ESTIMADO = WRK-AUMENTO * WRK-MESES-RETRO.
           MOVE WRK-RETRO-ESTIMADO TO WRK-ED-TOTAL.
           MOVE SPACES TO DR-LINHA.
           STRING 'RETROATIVO ESTIMADO: ' WRK-MESES-RETRO
                  ' COMPETENCIAS FECHADAS X AUMENTO MENSAL = '
                  WRK-ED-TOTAL
               DELIMITED BY SIZE INTO DR-LINHA
           END-STRING
           WRITE DR-LINHA.
           MOVE SPACES TO DR-LINHA.
           STRING 'FUNCIONARIOS FORA DO REAJUSTE: ' WRK-QTD-EXCLUIDOS
               DELIMITED BY SIZE INTO DR-LINHA
           END-STRING
           WRITE DR-LINHA.

      ******************************************************************
      * 0610-IMPRIME-EXCLUIDO - CPF FORA DO REAJUSTE COM O MOTIVO.
      ******************************************************************
       0610-IMPRIME-EXCLUIDO SECTION.
           EVALUATE WRK-FUN-SITUACAO(WRK-FUN-IDX)
               WHEN 'X'
                   MOVE 'CARGO FORA DO ACORDO' TO WRK-TEXTO-MOTIVO
               WHEN 'D'
                   MOVE 'DEPARTAMENTO FORA DO ACORDO'
                       TO WRK-TEXTO-MOTIVO
               WHEN 'N'
                   MOVE 'ADMITIDO NA DATA-BASE OU DEPOIS'
                       TO WRK-TEXTO-MOTIVO
               WHEN 'H'
                   MOVE 'SALARIO ALTERADO APOS A DATA-BASE - REVER'
                       TO WRK-TEXTO-MOTIVO
               WHEN 'J'
                   MOVE 'ACORDO JA APLICADO' TO WRK-TEXTO-MOTIVO
               WHEN 'F'
                   MOVE 'SALARIO ACIMA DAS FAIXAS' TO WRK-TEXTO-MOTIVO
               WHEN OTHER
                   MOVE 'SALARIO ILEGIVEL NO CADASTRO'
                       TO WRK-TEXTO-MOTIVO
           END-EVALUATE.

           MOVE WRK-FUN-NOME(WRK-FUN-IDX) TO WRK-NOME-30.
           MOVE WRK-FUN-ANTES(WRK-FUN-IDX) TO WRK-ED-ANTES.
           MOVE SPACES TO DR-LINHA.
           STRING WRK-FUN-CPF(WRK-FUN-IDX) ' ' WRK-NOME-30
                  ' ' WRK-ED-ANTES ' ' WRK-TEXTO-MOTIVO
               DELIMITED BY SIZE INTO DR-LINHA
           END-STRING
           WRITE DR-LINHA.

      ******************************************************************
      * 0700-APROVA-REAJUSTE - SO O ADMINISTRADOR (NIVEL 01) APROVA;
      * OS DEMAIS SAEM COM A PREVIA. A DECISAO FECHA O DISSIDRPT.
      ******************************************************************
       0700-APROVA-REAJUSTE SECTION.
           MOVE SPACES TO DR-LINHA.
           WRITE DR-LINHA.

           IF WRK-QTD-REAJUSTE = 0
               DISPLAY 'NENHUM FUNCIONARIO A REAJUSTAR'
               WRITE DR-LINHA FROM 'PREVIA - NADA A APLICAR'
               GO TO 0700-EXIT
           END-IF.

           IF WRK-NIVEL NOT = 01
               DISPLAY 'PREVIA GRAVADA NO DISSIDRPT - APROVACAO SO '
                       'PELO ADMINISTRADOR'
               WRITE DR-LINHA FROM 'PREVIA - NAO APLICADO'
               GO TO 0700-EXIT
           END-IF.

           DISPLAY 'APROVA O REAJUSTE (S/N): '.
           ACCEPT WRK-RESPOSTA.
           IF WRK-RESPOSTA NOT = 'S'
               DISPLAY 'REAJUSTE NAO APLICADO'
               WRITE DR-LINHA FROM 'PREVIA - NAO APLICADO'
               GO TO 0700-EXIT
           END-IF.

           PERFORM 0800-APLICA-REAJUSTE.
           IF WRK-EMP-STATUS NOT = '00'
               DISPLAY 'EMPLOYEEMASTER INDISPONIVEL - REAJUSTE NAO '
                       'APLICADO'
               WRITE DR-LINHA FROM 'PREVIA - NAO APLICADO'
               MOVE 8 TO RETURN-CODE
               GO TO 0700-EXIT
           END-IF.

           ACCEPT WRK-HORA FROM TIME.
           MOVE SPACES TO DR-LINHA.
           STRING 'APROVADO POR ' WRK-USER ' EM ' WRK-HOJE-DIA '/'
                  WRK-HOJE-MES '/' WRK-HOJE-ANO ' ' WRK-HORA-HH ':'
                  WRK-HORA-MM ' - ' WRK-QTD-APLICADOS
                  ' SALARIOS REGRAVADOS, ' WRK-QTD-PEDIDOS
                  ' PEDIDOS DE RETROATIVO'
               DELIMITED BY SIZE INTO DR-LINHA
           END-STRING
           WRITE DR-LINHA.
           IF WRK-QTD-ERROS > 0
               MOVE SPACES TO DR-LINHA
               STRING 'NAO APLICADOS (CADASTRO MUDOU DESDE A PREVIA): '
                      WRK-QTD-ERROS
                   DELIMITED BY SIZE INTO DR-LINHA
               END-STRING
               WRITE DR-LINHA
           END-IF.

           DISPLAY 'SALARIOS REAJUSTADOS: ' WRK-QTD-APLICADOS.
           IF WRK-QTD-PEDIDOS > 0
               DISPLAY 'RODAR O PROGCOB102 COM CPF ZERADO PARA PAGAR '
                       'O RETROATIVO (' WRK-QTD-PEDIDOS ' PEDIDOS)'
           END-IF.
       0700-EXIT.
           EXIT.

      ******************************************************************
      * 0800-APLICA-REAJUSTE - REGRAVA O SALARIO DE CADA CPF DA PREVIA
      * COM AUDITORIA, EVENTO NO SALHIST E, COM COMPETENCIA JA FECHADA,
      * PEDIDO PENDENTE NO RETROREQ. CPF QUE SUMIU OU CUJO SALARIO MUDOU
      * DESDE A LEITURA FICA DE FORA E E CONTADO.
      ******************************************************************
       0800-APLICA-REAJUSTE SECTION.
           OPEN I-O EMPLOYEE-MASTER-FILE.
           IF WRK-EMP-STATUS NOT = '00'
               GO TO 0800-EXIT
           END-IF.

           OPEN EXTEND EMP-AUDIT-FILE.
           IF WRK-AUDIT-STATUS NOT = '00'
               OPEN OUTPUT EMP-AUDIT-FILE
           END-IF.
           OPEN EXTEND SAL-HIST-FILE.
           IF WRK-SALHIST-STATUS NOT = '00'
               OPEN OUTPUT SAL-HIST-FILE
           END-IF.
           IF WRK-MESES-RETRO > 0
               OPEN EXTEND RETRO-REQUEST-FILE
               IF WRK-REQ-STATUS NOT = '00'
                   OPEN OUTPUT RETRO-REQUEST-FILE
               END-IF
           END-IF.

           PERFORM VARYING WRK-FUN-IDX FROM 1 BY 1
                   UNTIL WRK-FUN-IDX > WRK-FUN-QTD
               IF WRK-FUN-SITUACAO(WRK-FUN-IDX) = 'A'
                   PERFORM 0810-APLICA-UM
               END-IF
           END-PERFORM.

           IF WRK-MESES-RETRO > 0
               CLOSE RETRO-REQUEST-FILE
           END-IF.
           CLOSE SAL-HIST-FILE.
           CLOSE EMP-AUDIT-FILE.
           CLOSE EMPLOYEE-MASTER-FILE.
           MOVE '00' TO WRK-EMP-STATUS.

           MOVE 'W' TO MC-FUNCAO.
           CALL 'MCTLUTIL' USING MC-PARM.
       0800-EXIT.
           EXIT.

      ******************************************************************
      * 0810-APLICA-UM - UM CPF DA PREVIA.
      ******************************************************************
       0810-APLICA-UM SECTION.
           MOVE WRK-FUN-CPF(WRK-FUN-IDX) TO EM-CPF.
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   MOVE 'I' TO WRK-SITUACAO
               NOT INVALID KEY
                   MOVE 'A' TO WRK-SITUACAO
           END-READ.
           IF WRK-SITUACAO NOT = 'A'
               OR EM-SALARY NOT = WRK-FUN-ANTES(WRK-FUN-IDX)
               ADD 1 TO WRK-QTD-ERROS
               DISPLAY 'CPF ' WRK-FUN-CPF(WRK-FUN-IDX)
                       ' NAO REAJUSTADO - CADASTRO MUDOU DESDE A PREVIA'
               GO TO 0810-EXIT
           END-IF.

           MOVE WRK-FUN-DEPOIS(WRK-FUN-IDX) TO EM-SALARY.
           REWRITE EM-REGISTRO
               INVALID KEY
                   MOVE 'I' TO WRK-SITUACAO
           END-REWRITE.
           IF WRK-SITUACAO NOT = 'A'
               ADD 1 TO WRK-QTD-ERROS
               DISPLAY 'CPF ' WRK-FUN-CPF(WRK-FUN-IDX)
                       ' NAO REAJUSTADO - ERRO NA REGRAVACAO'
               GO TO 0810-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-APLICADOS.

           ACCEPT WRK-HORA FROM TIME.
           MOVE WRK-FUN-ANTES(WRK-FUN-IDX) TO WRK-SAL-LOG.
           MOVE WRK-SAL-LOG-DIG TO WRK-VALOR-ANTES.
           MOVE EM-SALARY TO WRK-SAL-LOG.
           MOVE WRK-SAL-LOG-DIG TO WRK-VALOR-DEPOIS.
           MOVE SPACES TO EA-LINHA.
           STRING WRK-HOJE-DIA '/' WRK-HOJE-MES '/' WRK-HOJE-ANO
                  ' ' WRK-HORA-HH ':' WRK-HORA-MM ':' WRK-HORA-SS
                  ';USER=' DELIMITED BY SIZE
                  WRK-USER DELIMITED BY SPACE
                  ';CPF=' EM-CPF
                  ';CAMPO=' WRK-CAMPO DELIMITED BY SPACE
                  ';ANTES=' DELIMITED BY SIZE
                  WRK-VALOR-ANTES DELIMITED BY '  '
                  ';DEPOIS=' DELIMITED BY SIZE
                  WRK-VALOR-DEPOIS DELIMITED BY '  '
               INTO EA-LINHA
           END-STRING
           WRITE EA-LINHA.

           MOVE EM-CPF       TO SH-CPF.
           MOVE WRK-VIGENCIA TO SH-DATA-EFETIVA.
           MOVE EM-SALARY    TO SH-SALARIO-NOVO.
           MOVE WRK-MOTIVO   TO SH-MOTIVO.
           MOVE WRK-USER     TO SH-OPERADOR.
           MOVE WRK-HOJE     TO SH-DATA-REGISTRO.
           WRITE SH-REGISTRO.

           IF WRK-MESES-RETRO > 0
               MOVE EM-CPF                     TO RQ-CPF
               MOVE WRK-FUN-ANTES(WRK-FUN-IDX) TO RQ-SAL-ANTERIOR
               MOVE EM-SALARY                  TO RQ-SAL-NOVO
               MOVE WRK-DATA-BASE-NUM          TO RQ-COMP-INICIAL
               MOVE WRK-MOTIVO                 TO RQ-MOTIVO
               MOVE 'P'                        TO RQ-SITUACAO
               WRITE RQ-REGISTRO
               ADD 1 TO WRK-QTD-PEDIDOS
           END-IF.
       0810-EXIT.
           EXIT.

       END PROGRAM PROGCOB170.
