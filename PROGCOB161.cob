       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB161.
      ******************************************************************
      *AUTHOR: CARLOS AMARAL
      *DATE: 15/10/2026
      *PURPOSE: INSCRICAO DOS FUNCIONARIOS NO VALE-TRANSPORTE E NO
      *         VALE-REFEICAO (BENENROLL, COPY BENENROLL-REC). ATE AQUI
      *         OS BENEFICIOS VIVIAM NUMA PLANILHA FORA DA FOLHA E O
      *         DESCONTO DE 6% DO VT ERA DIGITADO COMO LANCAMENTO
      *         RECORRENTE, QUE FICAVA DESATUALIZADO A CADA AUMENTO.
      *         AQUI O RH CADASTRA, POR CPF (EMPLOYEEMASTER, ATIVO), SE
      *         O FUNCIONARIO OPTA PELO VT, AS CONDUCOES DO DIA COM A
      *         TARIFA DE CADA UMA E O PLANO DE VR DO MEALPLANS. O
      *         CALCULO MENSAL, O DESCONTO E O PEDIDO A OPERADORA SAEM
      *         DO PROGCOB162.
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

           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO 'EMPLOYEEMASTER'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-CPF
               FILE STATUS IS WRK-EMP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BEN-ENROLL-FILE.
           COPY 'BENENROLL-REC.cob'.

       FD  MEAL-PLANS-FILE.
           COPY 'MEALPLAN-REC.cob'.

       FD  EMPLOYEE-MASTER-FILE.
           COPY 'EMPMASTER-REC.cob'.

       WORKING-STORAGE SECTION.
       77  WRK-BEN-STATUS      PIC X(02)       VALUE SPACES.
       77  WRK-BEN-EOF         PIC X(01)       VALUE 'N'.
           88  BEN-ACABOU                      VALUE 'S'.
       77  WRK-PLANO-STATUS    PIC X(02)       VALUE SPACES.
       77  WRK-PLANO-EOF       PIC X(01)       VALUE 'N'.
           88  PLANO-ACABOU                    VALUE 'S'.
       77  WRK-EMP-STATUS      PIC X(02)       VALUE SPACES.

       77  WRK-OPCAO           PIC 9(01)       VALUE ZEROES.
       77  WRK-CPF             PIC 9(11)       VALUE ZEROES.
       77  WRK-NOME            PIC X(40)       VALUE SPACES.
       77  WRK-FUNC-OK         PIC X(01)       VALUE 'N'.
           88  FUNCIONARIO-OK                  VALUE 'S'.
       77  WRK-PLANO-OK        PIC X(01)       VALUE 'N'.
           88  PLANO-OK                        VALUE 'S'.
       77  WRK-TRECHO-IDX      PIC 9(01)       VALUE ZEROES.
       77  WRK-VT-DIA          PIC 9(03)V99    VALUE ZEROES.
       77  WRK-VT-DIA-ED       PIC ZZ9,99      VALUE ZEROES.
       77  WRK-TARIFA-ED       PIC Z9,99       VALUE ZEROES.

      ******************************************************************
      * INSCRICOES EM MEMORIA, REGRAVADAS A CADA ALTERACAO (MESMA
      * MECANICA DO PROGCOB158). WRK-BEN-POS APONTA A INSCRICAO DO CPF
      * EM TELA (ZERO = CPF AINDA NAO INSCRITO).
      ******************************************************************
       77  WRK-BEN-QTD         PIC 9(04)       VALUE ZEROES.
       77  WRK-BEN-IDX         PIC 9(04)       VALUE ZEROES.
       77  WRK-BEN-POS         PIC 9(04)       VALUE ZEROES.
       01  WRK-TAB-INSCRICOES.
           02  WRK-BEN-LINHA   OCCURS 2000 TIMES.
               03  WRK-BEN-REG     PIC X(70).

       77  WRK-PLANO-QTD       PIC 9(02)       VALUE ZEROES.
       77  WRK-PLANO-IDX       PIC 9(02)       VALUE ZEROES.
       01  WRK-TAB-PLANOS.
           02  WRK-PLANO-LINHA OCCURS 20 TIMES.
               03  WRK-PLANO-CODIGO    PIC X(02).
               03  WRK-PLANO-DESC      PIC X(20).
               03  WRK-PLANO-VALOR     PIC 9(03)V99.

       PROCEDURE DIVISION.

           PERFORM 0100-CARREGA-INSCRICOES.
           PERFORM 0120-CARREGA-PLANOS.

           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WRK-EMP-STATUS NOT = '00'
               DISPLAY 'EMPLOYEEMASTER NAO ENCONTRADO - INSCRICAO '
                       'INDISPONIVEL'
               STOP RUN
           END-IF.

           PERFORM 0200-EXECUTA-MENU UNTIL WRK-OPCAO = 9.

           CLOSE EMPLOYEE-MASTER-FILE.

           STOP RUN.

      ******************************************************************
      * 0100-CARREGA-INSCRICOES - LE O BENENROLL INTEIRO PARA A
      * TABELA.
      ******************************************************************
       0100-CARREGA-INSCRICOES SECTION.
           OPEN INPUT BEN-ENROLL-FILE.
           IF WRK-BEN-STATUS NOT = '00'
               GO TO 0100-EXIT
           END-IF.

           PERFORM UNTIL BEN-ACABOU
               READ BEN-ENROLL-FILE
                   AT END
                       MOVE 'S' TO WRK-BEN-EOF
                   NOT AT END
                       IF WRK-BEN-QTD < 2000
                           ADD 1 TO WRK-BEN-QTD
                           MOVE BN-REGISTRO
                               TO WRK-BEN-REG(WRK-BEN-QTD)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE BEN-ENROLL-FILE.
       0100-EXIT.
           EXIT.

      ******************************************************************
      * 0120-CARREGA-PLANOS - PLANOS DE VALE-REFEICAO DO MEALPLANS.
      ******************************************************************
       0120-CARREGA-PLANOS SECTION.
           OPEN INPUT MEAL-PLANS-FILE.
           IF WRK-PLANO-STATUS NOT = '00'
               DISPLAY 'MEALPLANS NAO ENCONTRADO - INSCRICAO SO NO '
                       'VALE-TRANSPORTE'
               GO TO 0120-EXIT
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
                           MOVE MP-DESCRICAO
                               TO WRK-PLANO-DESC(WRK-PLANO-QTD)
                           MOVE MP-VALOR-DIA
                               TO WRK-PLANO-VALOR(WRK-PLANO-QTD)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE MEAL-PLANS-FILE.
       0120-EXIT.
           EXIT.

      ******************************************************************
      * 0200-EXECUTA-MENU - INSCRICAO, EXCLUSAO E CONSULTA.
      ******************************************************************
       0200-EXECUTA-MENU SECTION.
           DISPLAY '1 - INSCREVER / ALTERAR BENEFICIOS'.
           DISPLAY '2 - EXCLUIR INSCRICAO'.
           DISPLAY '3 - CONSULTAR INSCRICAO'.
           DISPLAY '9 - SAIR'.
           DISPLAY 'ESCOLHA UMA OPCAO: '.
           ACCEPT WRK-OPCAO.

           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0300-INSCREVE
               WHEN 2
                   PERFORM 0500-EXCLUI
               WHEN 3
                   PERFORM 0600-CONSULTA
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

      ******************************************************************
      * 0250-LOCALIZA-INSCRICAO - POSICAO DO WRK-CPF NA TABELA EM
      * WRK-BEN-POS (ZERO QUANDO NAO INSCRITO).
      ******************************************************************
       0250-LOCALIZA-INSCRICAO SECTION.
           MOVE 0 TO WRK-BEN-POS.
           PERFORM VARYING WRK-BEN-IDX FROM 1 BY 1
                   UNTIL WRK-BEN-IDX > WRK-BEN-QTD
                       OR WRK-BEN-POS > 0
               IF WRK-BEN-REG(WRK-BEN-IDX)(1:11) = WRK-CPF
                   MOVE WRK-BEN-IDX TO WRK-BEN-POS
               END-IF
           END-PERFORM.

      ******************************************************************
      * 0300-INSCREVE - INSCRICAO NOVA OU TROCA DA INSCRICAO DO CPF
      * (TODOS OS CAMPOS SAO PEDIDOS DE NOVO).
      ******************************************************************
       0300-INSCREVE SECTION.
           DISPLAY 'CPF DO FUNCIONARIO: '.
           ACCEPT WRK-CPF.
           MOVE WRK-CPF TO EM-CPF.
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   DISPLAY 'CPF NAO CADASTRADO'
                   GO TO 0300-EXIT
           END-READ.
           IF FUNCIONARIO-DESLIGADO
               DISPLAY 'FUNCIONARIO DESLIGADO'
               GO TO 0300-EXIT
           END-IF.
           DISPLAY 'FUNCIONARIO: ' EM-NOME.

           PERFORM 0250-LOCALIZA-INSCRICAO.
           IF WRK-BEN-POS = 0 AND WRK-BEN-QTD >= 2000
               DISPLAY 'ARQUIVO DE INSCRICOES CHEIO (2000 CPFS)'
               GO TO 0300-EXIT
           END-IF.

           MOVE SPACES  TO BN-REGISTRO.
           MOVE WRK-CPF TO BN-CPF.
           PERFORM VARYING WRK-TRECHO-IDX FROM 1 BY 1
                   UNTIL WRK-TRECHO-IDX > 4
               MOVE ZEROES TO BN-VT-TARIFA(WRK-TRECHO-IDX)
           END-PERFORM.

           DISPLAY 'OPTA PELO VALE-TRANSPORTE (S/N): '.
           ACCEPT BN-VT-OPTANTE.
           IF BN-VT-OPTANTE NOT = 'S' AND BN-VT-OPTANTE NOT = 'N'
               DISPLAY 'RESPONDA S OU N'
               GO TO 0300-EXIT
           END-IF.

           IF OPTANTE-VT
               PERFORM 0350-RECEBE-TRECHOS
               IF WRK-VT-DIA = 0
                   DISPLAY 'OPTANTE DO VT SEM NENHUMA CONDUCAO'
                   GO TO 0300-EXIT
               END-IF
           END-IF.

           DISPLAY 'PLANO DE VALE-REFEICAO (BRANCO = SEM VR):'.
           PERFORM VARYING WRK-PLANO-IDX FROM 1 BY 1
                   UNTIL WRK-PLANO-IDX > WRK-PLANO-QTD
               DISPLAY '  ' WRK-PLANO-CODIGO(WRK-PLANO-IDX) ' - '
                       WRK-PLANO-DESC(WRK-PLANO-IDX)
           END-PERFORM.
           ACCEPT BN-VR-PLANO.
           IF BN-VR-PLANO NOT = SPACES
               MOVE 'N' TO WRK-PLANO-OK
               PERFORM VARYING WRK-PLANO-IDX FROM 1 BY 1
                       UNTIL WRK-PLANO-IDX > WRK-PLANO-QTD
                   IF WRK-PLANO-CODIGO(WRK-PLANO-IDX) = BN-VR-PLANO
                       MOVE 'S' TO WRK-PLANO-OK
                   END-IF
               END-PERFORM
               IF NOT PLANO-OK
                   DISPLAY 'PLANO DE VR INEXISTENTE'
                   GO TO 0300-EXIT
               END-IF
           END-IF.

           IF WRK-BEN-POS = 0
               ADD 1 TO WRK-BEN-QTD
               MOVE WRK-BEN-QTD TO WRK-BEN-POS
           END-IF.
           MOVE BN-REGISTRO TO WRK-BEN-REG(WRK-BEN-POS).

           PERFORM 0800-REGRAVA-INSCRICOES.
           DISPLAY 'INSCRICAO GRAVADA'.
       0300-EXIT.
           EXIT.

      ******************************************************************
      * 0350-RECEBE-TRECHOS - ATE 4 CONDUCOES POR DIA; LINHA EM BRANCO
      * ENCERRA. WRK-VT-DIA VOLTA COM O CUSTO DO DIA.
      ******************************************************************
       0350-RECEBE-TRECHOS SECTION.
           MOVE 0 TO WRK-VT-DIA.
           PERFORM VARYING WRK-TRECHO-IDX FROM 1 BY 1
                   UNTIL WRK-TRECHO-IDX > 4
               DISPLAY 'CONDUCAO ' WRK-TRECHO-IDX
                       ' - LINHA (BRANCO = ENCERRA): '
               ACCEPT BN-VT-LINHA(WRK-TRECHO-IDX)
               IF BN-VT-LINHA(WRK-TRECHO-IDX) = SPACES
                   MOVE 5 TO WRK-TRECHO-IDX
               ELSE
                   DISPLAY 'TARIFA (99,99): '
                   ACCEPT BN-VT-TARIFA(WRK-TRECHO-IDX)
                   ADD BN-VT-TARIFA(WRK-TRECHO-IDX) TO WRK-VT-DIA
               END-IF
           END-PERFORM.

      ******************************************************************
      * 0500-EXCLUI - TIRA A INSCRICAO DO CPF (DESLIGAMENTO OU
      * DESISTENCIA DOS DOIS BENEFICIOS).
      ******************************************************************
       0500-EXCLUI SECTION.
           DISPLAY 'CPF DO FUNCIONARIO: '.
           ACCEPT WRK-CPF.
           PERFORM 0250-LOCALIZA-INSCRICAO.
           IF WRK-BEN-POS = 0
               DISPLAY 'CPF NAO INSCRITO'
               GO TO 0500-EXIT
           END-IF.

           PERFORM VARYING WRK-BEN-IDX FROM WRK-BEN-POS BY 1
                   UNTIL WRK-BEN-IDX >= WRK-BEN-QTD
               MOVE WRK-BEN-REG(WRK-BEN-IDX + 1)
                   TO WRK-BEN-REG(WRK-BEN-IDX)
           END-PERFORM.
           SUBTRACT 1 FROM WRK-BEN-QTD.

           PERFORM 0800-REGRAVA-INSCRICOES.
           DISPLAY 'INSCRICAO EXCLUIDA'.
       0500-EXIT.
           EXIT.

      ******************************************************************
      * 0600-CONSULTA - MOSTRA A INSCRICAO DO CPF COM O CUSTO DIARIO.
      ******************************************************************
       0600-CONSULTA SECTION.
           DISPLAY 'CPF DO FUNCIONARIO: '.
           ACCEPT WRK-CPF.
           PERFORM 0250-LOCALIZA-INSCRICAO.
           IF WRK-BEN-POS = 0
               DISPLAY 'CPF NAO INSCRITO'
               GO TO 0600-EXIT
           END-IF.

           MOVE WRK-BEN-REG(WRK-BEN-POS) TO BN-REGISTRO.
           IF OPTANTE-VT
               MOVE 0 TO WRK-VT-DIA
               PERFORM VARYING WRK-TRECHO-IDX FROM 1 BY 1
                       UNTIL WRK-TRECHO-IDX > 4
                   IF BN-VT-LINHA(WRK-TRECHO-IDX) NOT = SPACES
                       MOVE BN-VT-TARIFA(WRK-TRECHO-IDX)
                           TO WRK-TARIFA-ED
                       DISPLAY '  CONDUCAO ' BN-VT-LINHA(WRK-TRECHO-IDX)
                               ' TARIFA ' WRK-TARIFA-ED
                       ADD BN-VT-TARIFA(WRK-TRECHO-IDX) TO WRK-VT-DIA
                   END-IF
               END-PERFORM
               MOVE WRK-VT-DIA TO WRK-VT-DIA-ED
               DISPLAY 'VALE-TRANSPORTE POR DIA: ' WRK-VT-DIA-ED
           ELSE
               DISPLAY 'NAO OPTANTE DO VALE-TRANSPORTE'
           END-IF.

           IF BN-VR-PLANO = SPACES
               DISPLAY 'SEM VALE-REFEICAO'
           ELSE
               DISPLAY 'PLANO DE VALE-REFEICAO: ' BN-VR-PLANO
           END-IF.
       0600-EXIT.
           EXIT.

      ******************************************************************
      * 0800-REGRAVA-INSCRICOES - REGRAVA O BENENROLL COMPLETO.
      ******************************************************************
       0800-REGRAVA-INSCRICOES SECTION.
           OPEN OUTPUT BEN-ENROLL-FILE.
           PERFORM VARYING WRK-BEN-IDX FROM 1 BY 1
                   UNTIL WRK-BEN-IDX > WRK-BEN-QTD
               MOVE WRK-BEN-REG(WRK-BEN-IDX) TO BN-REGISTRO
               WRITE BN-REGISTRO
           END-PERFORM.
           CLOSE BEN-ENROLL-FILE.

       END PROGRAM PROGCOB161.
