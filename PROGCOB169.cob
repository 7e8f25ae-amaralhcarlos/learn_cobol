       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB169.
      ******************************************************************
      *AUTHOR: CARLOS AMARAL
      *DATE: 15/10/2026
      *PURPOSE: ATRIBUICAO DE TURNO AOS FUNCIONARIOS (SHIFTASSIGN,
      *         COPY SHIFTASG-REC). O RH INFORMA, POR CPF
      *         (EMPLOYEEMASTER, ATIVO), O TURNO DO CADASTRO SHIFTMASTER
      *         (TRES TURNOS DO DEPOSITO, ADMINISTRATIVO, 12X36) E A
      *         DATA A PARTIR DA QUAL ELE VALE; A TROCA DE TURNO E UMA
      *         ATRIBUICAO NOVA COM A VIGENCIA DA TROCA E O HISTORICO
      *         FICA. NA ESCALA 12X36 A VIGENCIA E O PRIMEIRO DIA DE
      *         TRABALHO DO CICLO. O FECHAMENTO DO PONTO (PROGCOB045)
      *         APURA AS HORAS E AS EXCECOES CONTRA O TURNO DO DIA, PELO
      *         SHFTUTIL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SHIFT-ASSIGN-FILE ASSIGN TO 'SHIFTASSIGN'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-ATR-STATUS.

           SELECT SHIFT-MASTER-FILE ASSIGN TO 'SHIFTMASTER'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-TUR-STATUS.

           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO 'EMPLOYEEMASTER'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-CPF
               FILE STATUS IS WRK-EMP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SHIFT-ASSIGN-FILE.
           COPY 'SHIFTASG-REC.cob'.

       FD  SHIFT-MASTER-FILE.
           COPY 'SHIFT-REC.cob'.

       FD  EMPLOYEE-MASTER-FILE.
           COPY 'EMPMASTER-REC.cob'.

       WORKING-STORAGE SECTION.
       COPY 'DATEUTIL-PARM.cob'.

       77  WRK-ATR-STATUS      PIC X(02)       VALUE SPACES.
       77  WRK-ATR-EOF         PIC X(01)       VALUE 'N'.
           88  ATR-ACABOU                      VALUE 'S'.
       77  WRK-TUR-STATUS      PIC X(02)       VALUE SPACES.
       77  WRK-TUR-EOF         PIC X(01)       VALUE 'N'.
           88  TUR-ACABOU                      VALUE 'S'.
       77  WRK-EMP-STATUS      PIC X(02)       VALUE SPACES.

       77  WRK-OPCAO           PIC 9(01)       VALUE ZEROES.
       77  WRK-CPF             PIC 9(11)       VALUE ZEROES.
       77  WRK-NOME            PIC X(40)       VALUE SPACES.
       77  WRK-TURNO           PIC X(04)       VALUE SPACES.
       77  WRK-DESCRICAO       PIC X(30)       VALUE SPACES.
       77  WRK-VIGENCIA        PIC 9(08)       VALUE ZEROES.
       77  WRK-FUNC-OK         PIC X(01)       VALUE 'N'.
           88  FUNCIONARIO-OK                  VALUE 'S'.
       77  WRK-TURNO-OK        PIC X(01)       VALUE 'N'.
           88  TURNO-OK                        VALUE 'S'.
       77  WRK-LISTADOS        PIC 9(04)       VALUE ZEROES.
       77  WRK-EXCLUIDOS       PIC 9(02)       VALUE ZEROES.
       77  WRK-ESCALA          PIC X(20)       VALUE SPACES.

      ******************************************************************
      * TURNOS E ATRIBUICOES EM MEMORIA; AS ATRIBUICOES SAO REGRAVADAS
      * A CADA ALTERACAO (MESMA MECANICA DO PROGCOB166).
      ******************************************************************
       77  WRK-TUR-QTD         PIC 9(03)       VALUE ZEROES.
       77  WRK-TUR-IDX         PIC 9(03)       VALUE ZEROES.
       01  WRK-TAB-TURNOS.
           02  WRK-TUR-LINHA   OCCURS 100 TIMES.
               03  WRK-TUR-REG     PIC X(59).

       77  WRK-ATR-QTD         PIC 9(04)       VALUE ZEROES.
       77  WRK-ATR-IDX         PIC 9(04)       VALUE ZEROES.
       77  WRK-ATR-DESTINO     PIC 9(04)       VALUE ZEROES.
       77  WRK-ATR-POS         PIC 9(04)       VALUE ZEROES.
       01  WRK-TAB-ATRIBUICOES.
           02  WRK-ATR-LINHA   OCCURS 3000 TIMES.
               03  WRK-ATR-REG     PIC X(23).

       PROCEDURE DIVISION.

           PERFORM 0100-CARREGA-TURNOS.
           IF WRK-TUR-QTD = 0
               DISPLAY 'SHIFTMASTER VAZIO OU NAO ENCONTRADO - NENHUM '
                       'TURNO PARA ATRIBUIR'
               STOP RUN
           END-IF.

           PERFORM 0150-CARREGA-ATRIBUICOES.

           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WRK-EMP-STATUS NOT = '00'
               DISPLAY 'EMPLOYEEMASTER NAO ENCONTRADO - ATRIBUICAO DE '
                       'TURNOS INDISPONIVEL'
               STOP RUN
           END-IF.

           PERFORM 0200-EXECUTA-MENU UNTIL WRK-OPCAO = 9.

           CLOSE EMPLOYEE-MASTER-FILE.

           STOP RUN.

      ******************************************************************
      * 0100-CARREGA-TURNOS - LE O SHIFTMASTER INTEIRO PARA A TABELA.
      ******************************************************************
       0100-CARREGA-TURNOS SECTION.
           OPEN INPUT SHIFT-MASTER-FILE.
           IF WRK-TUR-STATUS NOT = '00'
               GO TO 0100-EXIT
           END-IF.

           PERFORM UNTIL TUR-ACABOU
               READ SHIFT-MASTER-FILE
                   AT END
                       MOVE 'S' TO WRK-TUR-EOF
                   NOT AT END
                       IF WRK-TUR-QTD < 100
                           ADD 1 TO WRK-TUR-QTD
                           MOVE TU-REGISTRO
                               TO WRK-TUR-REG(WRK-TUR-QTD)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE SHIFT-MASTER-FILE.
       0100-EXIT.
           EXIT.

      ******************************************************************
      * 0150-CARREGA-ATRIBUICOES - LE O SHIFTASSIGN INTEIRO PARA A
      * TABELA.
      ******************************************************************
       0150-CARREGA-ATRIBUICOES SECTION.
           OPEN INPUT SHIFT-ASSIGN-FILE.
           IF WRK-ATR-STATUS NOT = '00'
               GO TO 0150-EXIT
           END-IF.

           PERFORM UNTIL ATR-ACABOU
               READ SHIFT-ASSIGN-FILE
                   AT END
                       MOVE 'S' TO WRK-ATR-EOF
                   NOT AT END
                       IF WRK-ATR-QTD < 3000
                           ADD 1 TO WRK-ATR-QTD
                           MOVE SA-REGISTRO
                               TO WRK-ATR-REG(WRK-ATR-QTD)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE SHIFT-ASSIGN-FILE.
       0150-EXIT.
           EXIT.

      ******************************************************************
      * 0200-EXECUTA-MENU - ATRIBUICAO, EXCLUSAO E CONSULTAS.
      ******************************************************************
       0200-EXECUTA-MENU SECTION.
           DISPLAY '1 - ATRIBUIR TURNO AO FUNCIONARIO'.
           DISPLAY '2 - EXCLUIR ATRIBUICAO'.
           DISPLAY '3 - CONSULTAR TURNOS DO FUNCIONARIO'.
           DISPLAY '4 - LISTAR CADASTRO DE TURNOS'.
           DISPLAY '9 - SAIR'.
           DISPLAY 'ESCOLHA UMA OPCAO: '.
           ACCEPT WRK-OPCAO.

           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0300-ATRIBUI-TURNO
               WHEN 2
                   PERFORM 0500-EXCLUI-ATRIBUICAO
               WHEN 3
                   PERFORM 0600-CONSULTA-FUNCIONARIO
               WHEN 4
                   PERFORM 0650-LISTA-TURNOS
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
      * 0270-BUSCA-TURNO - WRK-TURNO NO CADASTRO DE TURNOS.
      ******************************************************************
       0270-BUSCA-TURNO SECTION.
           MOVE 'N' TO WRK-TURNO-OK.
           MOVE SPACES TO WRK-DESCRICAO.

           PERFORM VARYING WRK-TUR-IDX FROM 1 BY 1
                   UNTIL WRK-TUR-IDX > WRK-TUR-QTD OR TURNO-OK
               MOVE WRK-TUR-REG(WRK-TUR-IDX) TO TU-REGISTRO
               IF TU-CODIGO = WRK-TURNO
                   MOVE 'S' TO WRK-TURNO-OK
                   MOVE TU-DESCRICAO TO WRK-DESCRICAO
               END-IF
           END-PERFORM.

      ******************************************************************
      * 0300-ATRIBUI-TURNO - CPF ATIVO, TURNO DO CADASTRO E DATA DE
      * VIGENCIA. NOVA ATRIBUICAO NA MESMA VIGENCIA DO CPF SUBSTITUI A
      * ANTERIOR (CORRECAO DE LANCAMENTO).
      ******************************************************************
       0300-ATRIBUI-TURNO SECTION.
           DISPLAY 'CPF DO FUNCIONARIO: '.
           ACCEPT WRK-CPF.
           PERFORM 0250-BUSCA-FUNCIONARIO.
           IF NOT FUNCIONARIO-OK
               DISPLAY 'CPF NAO CADASTRADO OU FUNCIONARIO DESLIGADO'
               GO TO 0300-EXIT
           END-IF.
           DISPLAY 'FUNCIONARIO: ' WRK-NOME.

           DISPLAY 'CODIGO DO TURNO (OPCAO 4 LISTA O CADASTRO): '.
           ACCEPT WRK-TURNO.
           PERFORM 0270-BUSCA-TURNO.
           IF NOT TURNO-OK
               DISPLAY 'TURNO NAO CONSTA NO CADASTRO'
               GO TO 0300-EXIT
           END-IF.
           DISPLAY 'TURNO: ' WRK-DESCRICAO.

           DISPLAY 'VIGENCIA - A PARTIR DE (YYYYMMDD; NA 12X36, O '
                   'PRIMEIRO DIA DE TRABALHO): '.
           ACCEPT WRK-VIGENCIA.
           MOVE 'V'          TO DU-FUNCAO.
           MOVE WRK-VIGENCIA TO DU-DATA.
           CALL 'DATEUTIL' USING DU-PARM.
           IF DU-RETORNO NOT = 'S'
               DISPLAY 'DATA INVALIDA'
               GO TO 0300-EXIT
           END-IF.

           MOVE 0 TO WRK-ATR-POS.
           PERFORM VARYING WRK-ATR-IDX FROM 1 BY 1
                   UNTIL WRK-ATR-IDX > WRK-ATR-QTD OR WRK-ATR-POS > 0
               MOVE WRK-ATR-REG(WRK-ATR-IDX) TO SA-REGISTRO
               IF SA-CPF = WRK-CPF AND SA-VIGENCIA = WRK-VIGENCIA
                   MOVE WRK-ATR-IDX TO WRK-ATR-POS
               END-IF
           END-PERFORM.

           IF WRK-ATR-POS = 0
               IF WRK-ATR-QTD >= 3000
                   DISPLAY 'CADASTRO DE ATRIBUICOES CHEIO (3000 LINHAS)'
                   GO TO 0300-EXIT
               END-IF
               ADD 1 TO WRK-ATR-QTD
               MOVE WRK-ATR-QTD TO WRK-ATR-POS
           END-IF.

           MOVE WRK-CPF      TO SA-CPF.
           MOVE WRK-TURNO    TO SA-TURNO.
           MOVE WRK-VIGENCIA TO SA-VIGENCIA.
           MOVE SA-REGISTRO TO WRK-ATR-REG(WRK-ATR-POS).

           PERFORM 0800-REGRAVA-ATRIBUICOES.
           DISPLAY 'TURNO ' WRK-TURNO ' ATRIBUIDO A PARTIR DE '
                   WRK-VIGENCIA.
       0300-EXIT.
           EXIT.

      ******************************************************************
      * 0500-EXCLUI-ATRIBUICAO - TIRA A ATRIBUICAO FEITA ERRADA (CPF E
      * VIGENCIA).
      ******************************************************************
       0500-EXCLUI-ATRIBUICAO SECTION.
           DISPLAY 'CPF DO FUNCIONARIO: '.
           ACCEPT WRK-CPF.
           DISPLAY 'VIGENCIA DA ATRIBUICAO (YYYYMMDD): '.
           ACCEPT WRK-VIGENCIA.

           MOVE 0 TO WRK-EXCLUIDOS.
           MOVE 0 TO WRK-ATR-DESTINO.
           PERFORM VARYING WRK-ATR-IDX FROM 1 BY 1
                   UNTIL WRK-ATR-IDX > WRK-ATR-QTD
               MOVE WRK-ATR-REG(WRK-ATR-IDX) TO SA-REGISTRO
               IF SA-CPF = WRK-CPF AND SA-VIGENCIA = WRK-VIGENCIA
                   ADD 1 TO WRK-EXCLUIDOS
               ELSE
                   ADD 1 TO WRK-ATR-DESTINO
                   MOVE SA-REGISTRO TO WRK-ATR-REG(WRK-ATR-DESTINO)
               END-IF
           END-PERFORM.
           MOVE WRK-ATR-DESTINO TO WRK-ATR-QTD.

           IF WRK-EXCLUIDOS = 0
               DISPLAY 'ATRIBUICAO NAO ENCONTRADA'
               GO TO 0500-EXIT
           END-IF.

           PERFORM 0800-REGRAVA-ATRIBUICOES.
           DISPLAY 'ATRIBUICAO EXCLUIDA'.
       0500-EXIT.
           EXIT.

      ******************************************************************
      * 0600-CONSULTA-FUNCIONARIO - LISTA NA TELA AS ATRIBUICOES DO CPF
      * (VALE, EM CADA DIA, A DE MAIOR VIGENCIA ATE ELE).
      ******************************************************************
       0600-CONSULTA-FUNCIONARIO SECTION.
           DISPLAY 'CPF DO FUNCIONARIO: '.
           ACCEPT WRK-CPF.

           MOVE 0 TO WRK-LISTADOS.
           PERFORM VARYING WRK-ATR-IDX FROM 1 BY 1
                   UNTIL WRK-ATR-IDX > WRK-ATR-QTD
               MOVE WRK-ATR-REG(WRK-ATR-IDX) TO SA-REGISTRO
               IF SA-CPF = WRK-CPF
                   ADD 1 TO WRK-LISTADOS
                   MOVE SA-TURNO TO WRK-TURNO
                   PERFORM 0270-BUSCA-TURNO
                   DISPLAY 'A PARTIR DE ' SA-VIGENCIA ' TURNO '
                           SA-TURNO ' ' WRK-DESCRICAO
               END-IF
           END-PERFORM.

           IF WRK-LISTADOS = 0
               DISPLAY 'NENHUM TURNO ATRIBUIDO - JORNADA FIXA DE 8 '
                       'HORAS'
           END-IF.

      ******************************************************************
      * 0650-LISTA-TURNOS - TURNOS DO SHIFTMASTER COM O HORARIO E A
      * ESCALA.
      ******************************************************************
       0650-LISTA-TURNOS SECTION.
           PERFORM VARYING WRK-TUR-IDX FROM 1 BY 1
                   UNTIL WRK-TUR-IDX > WRK-TUR-QTD
               MOVE WRK-TUR-REG(WRK-TUR-IDX) TO TU-REGISTRO
               MOVE SPACES TO WRK-ESCALA
               IF TURNO-REVEZAMENTO
                   STRING 'REVEZAMENTO ' TU-CICLO-TRAB ' X '
                          TU-CICLO-FOLGA
                       DELIMITED BY SIZE INTO WRK-ESCALA
                   END-STRING
               ELSE
                   STRING 'DIAS (D-S) ' TU-DIAS-SEMANA
                       DELIMITED BY SIZE INTO WRK-ESCALA
                   END-STRING
               END-IF
               DISPLAY TU-CODIGO ' ' TU-DESCRICAO ' ' TU-ENTRADA
                       '-' TU-SAIDA ' INTERVALO ' TU-INTERVALO
                       ' ' WRK-ESCALA
           END-PERFORM.

      ******************************************************************
      * 0800-REGRAVA-ATRIBUICOES - REGRAVA O SHIFTASSIGN COMPLETO.
      ******************************************************************
       0800-REGRAVA-ATRIBUICOES SECTION.
           OPEN OUTPUT SHIFT-ASSIGN-FILE.
           PERFORM VARYING WRK-ATR-IDX FROM 1 BY 1
                   UNTIL WRK-ATR-IDX > WRK-ATR-QTD
               MOVE WRK-ATR-REG(WRK-ATR-IDX) TO SA-REGISTRO
               WRITE SA-REGISTRO
           END-PERFORM.
           CLOSE SHIFT-ASSIGN-FILE.

       END PROGRAM PROGCOB169.
