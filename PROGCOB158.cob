       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB158.
      ******************************************************************
      *AUTHOR: CARLOS AMARAL
      *DATE: 15/10/2026
      *PURPOSE: REEMBOLSO DE DESPESAS DOS FUNCIONARIOS (EXPCLAIMS, COPY
      *         EXPCLAIM-REC). O PESSOAL DE VENDAS EXTERNAS E DA
      *         LOGISTICA PAGA PEDAGIO, REFEICAO E COMBUSTIVEL DO BOLSO
      *         E ENTREGAVA O COMPROVANTE EM PAPEL, PAGO QUANDO ALGUEM
      *         LEMBRAVA. AQUI CADA COMPROVANTE E LANCADO PELO CPF
      *         (EMPLOYEEMASTER, FUNCIONARIO ATIVO), COM CATEGORIA DO
      *         EXPCATEG, DATA, VALOR E CENTRO DE CUSTO (SUGERIDO O DO
      *         DEPARTAMENTO NO DEPTMASTER). O GERENTE DO DEPARTAMENTO
      *         DO FUNCIONARIO (DM-GERENTE-CPF) APROVA OU REJEITA OS
      *         PENDENTES; O PEDIDO DO PROPRIO GERENTE E DECIDIDO POR
      *         OUTRO GERENTE, NUNCA POR ELE MESMO. O APROVADO E PAGO
      *         NA PROXIMA RODADA DO PROGCOB004B COMO PROVENTO NAO
      *         TRIBUTAVEL, COM O LANCAMENTO NO RAZAO POR CATEGORIA. O
      *         EXTRATO DO FUNCIONARIO (PENDENTES, APROVADOS,
      *         REJEITADOS E PAGOS) SAI NO ARQUIVO EXPSTMT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXPENSE-CLAIMS-FILE ASSIGN TO 'EXPCLAIMS'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-EXP-STATUS.

           SELECT EXPENSE-CATEG-FILE ASSIGN TO 'EXPCATEG'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-CAT-STATUS.

           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO 'EMPLOYEEMASTER'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-CPF
               FILE STATUS IS WRK-EMP-STATUS.

           SELECT DEPT-MASTER-FILE ASSIGN TO 'DEPTMASTER'
               ORGANIZATION INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DM-CODIGO
               FILE STATUS IS WRK-DEPT-STATUS.

           SELECT EXPENSE-STMT-FILE ASSIGN TO 'EXPSTMT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-STMT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXPENSE-CLAIMS-FILE.
           COPY 'EXPCLAIM-REC.cob'.

       FD  EXPENSE-CATEG-FILE.
           COPY 'EXPCATEG-REC.cob'.

       FD  EMPLOYEE-MASTER-FILE.
           COPY 'EMPMASTER-REC.cob'.

       FD  DEPT-MASTER-FILE.
           COPY 'DEPTMASTER-REC.cob'.

       FD  EXPENSE-STMT-FILE.
       01  XS-LINHA                PIC X(100).

       WORKING-STORAGE SECTION.
       COPY 'CURRENCY-BOOK.cob'.
       COPY 'DATEUTIL-PARM.cob'.

       77  WRK-EXP-STATUS      PIC X(02)       VALUE SPACES.
       77  WRK-EXP-EOF         PIC X(01)       VALUE 'N'.
           88  EXP-ACABOU                      VALUE 'S'.
       77  WRK-CAT-STATUS      PIC X(02)       VALUE SPACES.
       77  WRK-CAT-EOF         PIC X(01)       VALUE 'N'.
           88  CAT-ACABOU                      VALUE 'S'.
       77  WRK-EMP-STATUS      PIC X(02)       VALUE SPACES.
       77  WRK-DEPT-STATUS     PIC X(02)       VALUE SPACES.
       77  WRK-DEPT-EOF        PIC X(01)       VALUE 'N'.
           88  DEPT-ACABOU                     VALUE 'S'.
       77  WRK-STMT-STATUS     PIC X(02)       VALUE SPACES.

       77  WRK-OPCAO           PIC 9(01)       VALUE ZEROES.
       77  WRK-HOJE            PIC 9(08)       VALUE ZEROES.
       77  WRK-CPF             PIC 9(11)       VALUE ZEROES.
       77  WRK-APROVADOR       PIC 9(11)       VALUE ZEROES.
       77  WRK-NOME            PIC X(40)       VALUE SPACES.
       77  WRK-CATEGORIA       PIC X(04)       VALUE SPACES.
       77  WRK-DATA            PIC 9(08)       VALUE ZEROES.
       77  WRK-VALOR           PIC 9(06)V99    VALUE ZEROES.
       77  WRK-CCUSTO          PIC X(04)       VALUE SPACES.
       77  WRK-CC-SUGERIDO     PIC X(04)       VALUE SPACES.
       77  WRK-DESCRICAO       PIC X(30)       VALUE SPACES.
       77  WRK-DECISAO         PIC X(01)       VALUE SPACES.
       77  WRK-MOTIVO          PIC X(30)       VALUE SPACES.
       77  WRK-FUNC-OK         PIC X(01)       VALUE 'N'.
           88  FUNCIONARIO-OK                  VALUE 'S'.
       77  WRK-CAT-OK          PIC X(01)       VALUE 'N'.
           88  CATEGORIA-OK                    VALUE 'S'.
       77  WRK-E-GERENTE       PIC X(01)       VALUE 'N'.
           88  APROVADOR-E-GERENTE             VALUE 'S'.
       77  WRK-PODE-DECIDIR    PIC X(01)       VALUE 'N'.
       77  WRK-GERENTE-FUNC    PIC 9(11)       VALUE ZEROES.
       77  WRK-DECIDIDOS       PIC 9(04)       VALUE ZEROES.
       77  WRK-SITUACAO-DESC   PIC X(10)       VALUE SPACES.

      ******************************************************************
      * PEDIDOS EM MEMORIA, REGRAVADOS A CADA ALTERACAO (MESMA
      * MECANICA DO PROGCOB097).
      ******************************************************************
       77  WRK-EXP-QTD         PIC 9(04)       VALUE ZEROES.
       77  WRK-EXP-IDX         PIC 9(04)       VALUE ZEROES.
       77  WRK-ULT-NUMERO      PIC 9(06)       VALUE ZEROES.
       01  WRK-TAB-REEMB.
           02  WRK-EXP-LINHA   OCCURS 2000 TIMES.
               03  WRK-EXP-REG     PIC X(127).

      ******************************************************************
      * CATEGORIAS (EXPCATEG) E DEPARTAMENTOS (DEPTMASTER): CENTRO DE
      * CUSTO SUGERIDO E GERENTE QUE APROVA.
      ******************************************************************
       77  WRK-CAT-QTD         PIC 9(02)       VALUE ZEROES.
       77  WRK-CAT-IDX         PIC 9(02)       VALUE ZEROES.
       01  WRK-TAB-CATEG.
           02  WRK-CAT-LINHA   OCCURS 50 TIMES.
               03  WRK-CAT-CODIGO      PIC X(04).
               03  WRK-CAT-DESC        PIC X(20).

       77  WRK-DEP-QTD         PIC 9(03)       VALUE ZEROES.
       77  WRK-DEP-IDX         PIC 9(03)       VALUE ZEROES.
       01  WRK-TAB-DEPTOS.
           02  WRK-DEP-LINHA   OCCURS 100 TIMES.
               03  WRK-DEP-CODIGO      PIC X(04).
               03  WRK-DEP-CCUSTO      PIC X(04).
               03  WRK-DEP-GERENTE     PIC 9(11).
               03  WRK-DEP-ATIVO       PIC X(01).
       77  WRK-DEPTO-FUNC      PIC X(04)       VALUE SPACES.

      ******************************************************************
      * TOTAIS DO EXTRATO POR SITUACAO.
      ******************************************************************
       77  WRK-QTD-PEND        PIC 9(04)       VALUE ZEROES.
       77  WRK-QTD-APROV       PIC 9(04)       VALUE ZEROES.
       77  WRK-QTD-REJ         PIC 9(04)       VALUE ZEROES.
       77  WRK-QTD-PAGO        PIC 9(04)       VALUE ZEROES.
       77  WRK-TOT-PEND        PIC 9(09)V99    VALUE ZEROES.
       77  WRK-TOT-APROV       PIC 9(09)V99    VALUE ZEROES.
       77  WRK-TOT-REJ         PIC 9(09)V99    VALUE ZEROES.
       77  WRK-TOT-PAGO        PIC 9(09)V99    VALUE ZEROES.

       PROCEDURE DIVISION.

           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.

           PERFORM 0100-CARREGA-PEDIDOS.
           PERFORM 0120-CARREGA-CATEGORIAS.
           PERFORM 0140-CARREGA-DEPARTAMENTOS.

           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WRK-EMP-STATUS NOT = '00'
               DISPLAY 'EMPLOYEEMASTER NAO ENCONTRADO - REEMBOLSO '
                       'INDISPONIVEL'
               STOP RUN
           END-IF.

           PERFORM 0200-EXECUTA-MENU UNTIL WRK-OPCAO = 9.

           CLOSE EMPLOYEE-MASTER-FILE.

           STOP RUN.

      ******************************************************************
      * 0100-CARREGA-PEDIDOS - LE O EXPCLAIMS INTEIRO PARA A TABELA E
      * GUARDA O MAIOR NUMERO JA USADO.
      ******************************************************************
       0100-CARREGA-PEDIDOS SECTION.
           OPEN INPUT EXPENSE-CLAIMS-FILE.
           IF WRK-EXP-STATUS NOT = '00'
               GO TO 0100-EXIT
           END-IF.

           PERFORM UNTIL EXP-ACABOU
               READ EXPENSE-CLAIMS-FILE
                   AT END
                       MOVE 'S' TO WRK-EXP-EOF
                   NOT AT END
                       IF WRK-EXP-QTD < 2000
                           ADD 1 TO WRK-EXP-QTD
                           MOVE EX-REGISTRO
                               TO WRK-EXP-REG(WRK-EXP-QTD)
                           IF EX-NUMERO > WRK-ULT-NUMERO
                               MOVE EX-NUMERO TO WRK-ULT-NUMERO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE EXPENSE-CLAIMS-FILE.
       0100-EXIT.
           EXIT.

      ******************************************************************
      * 0120-CARREGA-CATEGORIAS - CATEGORIAS VALIDAS DO EXPCATEG.
      ******************************************************************
       0120-CARREGA-CATEGORIAS SECTION.
           OPEN INPUT EXPENSE-CATEG-FILE.
           IF WRK-CAT-STATUS NOT = '00'
               DISPLAY 'EXPCATEG NAO ENCONTRADO - NENHUMA CATEGORIA '
                       'DISPONIVEL PARA LANCAMENTO'
               GO TO 0120-EXIT
           END-IF.

           PERFORM UNTIL CAT-ACABOU
               READ EXPENSE-CATEG-FILE
                   AT END
                       MOVE 'S' TO WRK-CAT-EOF
                   NOT AT END
                       IF WRK-CAT-QTD < 50
                           ADD 1 TO WRK-CAT-QTD
                           MOVE EC-CODIGO
                               TO WRK-CAT-CODIGO(WRK-CAT-QTD)
                           MOVE EC-DESCRICAO
                               TO WRK-CAT-DESC(WRK-CAT-QTD)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE EXPENSE-CATEG-FILE.
       0120-EXIT.
           EXIT.

      ******************************************************************
      * 0140-CARREGA-DEPARTAMENTOS - CODIGO, CENTRO DE CUSTO, GERENTE
      * E SITUACAO DE CADA DEPARTAMENTO DO DEPTMASTER.
      ******************************************************************
       0140-CARREGA-DEPARTAMENTOS SECTION.
           OPEN INPUT DEPT-MASTER-FILE.
           IF WRK-DEPT-STATUS NOT = '00'
               DISPLAY 'DEPTMASTER NAO ENCONTRADO - SEM GERENTES PARA '
                       'APROVAR'
               GO TO 0140-EXIT
           END-IF.

           PERFORM UNTIL DEPT-ACABOU
               READ DEPT-MASTER-FILE
                   AT END
                       MOVE 'S' TO WRK-DEPT-EOF
                   NOT AT END
                       IF WRK-DEP-QTD < 100
                           ADD 1 TO WRK-DEP-QTD
                           MOVE DM-CODIGO
                               TO WRK-DEP-CODIGO(WRK-DEP-QTD)
                           MOVE DM-CCUSTO
                               TO WRK-DEP-CCUSTO(WRK-DEP-QTD)
                           MOVE DM-GERENTE-CPF
                               TO WRK-DEP-GERENTE(WRK-DEP-QTD)
                           MOVE DM-ATIVO
                               TO WRK-DEP-ATIVO(WRK-DEP-QTD)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE DEPT-MASTER-FILE.
       0140-EXIT.
           EXIT.

      ******************************************************************
      * 0200-EXECUTA-MENU - LANCAMENTO, APROVACAO E EXTRATO.
      ******************************************************************
       0200-EXECUTA-MENU SECTION.
           DISPLAY '1 - LANCAR DESPESA PARA REEMBOLSO'.
           DISPLAY '2 - APROVAR / REJEITAR PEDIDOS PENDENTES'.
           DISPLAY '3 - EXTRATO DO FUNCIONARIO'.
           DISPLAY '9 - SAIR'.
           DISPLAY 'ESCOLHA UMA OPCAO: '.
           ACCEPT WRK-OPCAO.

           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0300-LANCA-DESPESA
               WHEN 2
                   PERFORM 0500-APROVA-PEDIDOS
               WHEN 3
                   PERFORM 0700-EXTRATO
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

      ******************************************************************
      * 0250-BUSCA-FUNCIONARIO - WRK-CPF NO EMPLOYEEMASTER: NOME,
      * DEPARTAMENTO, GERENTE DO DEPARTAMENTO E CENTRO DE CUSTO
      * SUGERIDO. DESLIGADO NAO E ACEITO.
      ******************************************************************
       0250-BUSCA-FUNCIONARIO SECTION.
           MOVE 'N' TO WRK-FUNC-OK.
           MOVE SPACES TO WRK-NOME.
           MOVE SPACES TO WRK-DEPTO-FUNC.
           MOVE SPACES TO WRK-CC-SUGERIDO.
           MOVE ZEROES TO WRK-GERENTE-FUNC.

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
           MOVE EM-DEPARTAMENTO(1:4) TO WRK-DEPTO-FUNC.
           PERFORM VARYING WRK-DEP-IDX FROM 1 BY 1
                   UNTIL WRK-DEP-IDX > WRK-DEP-QTD
               IF WRK-DEP-CODIGO(WRK-DEP-IDX) = WRK-DEPTO-FUNC
                   MOVE WRK-DEP-CCUSTO(WRK-DEP-IDX) TO WRK-CC-SUGERIDO
                   MOVE WRK-DEP-GERENTE(WRK-DEP-IDX)
                       TO WRK-GERENTE-FUNC
               END-IF
           END-PERFORM.
       0250-EXIT.
           EXIT.

      ******************************************************************
      * 0300-LANCA-DESPESA - UM COMPROVANTE NOVO, PENDENTE DE
      * APROVACAO.
      ******************************************************************
       0300-LANCA-DESPESA SECTION.
           IF WRK-EXP-QTD >= 2000
               DISPLAY 'ARQUIVO DE REEMBOLSOS CHEIO (2000 PEDIDOS)'
               GO TO 0300-EXIT
           END-IF.

           DISPLAY 'CPF DO FUNCIONARIO: '.
           ACCEPT WRK-CPF.
           PERFORM 0250-BUSCA-FUNCIONARIO.
           IF NOT FUNCIONARIO-OK
               DISPLAY 'CPF NAO CADASTRADO OU FUNCIONARIO DESLIGADO'
               GO TO 0300-EXIT
           END-IF.
           DISPLAY 'FUNCIONARIO: ' WRK-NOME.

           DISPLAY 'CATEGORIA:'.
           PERFORM VARYING WRK-CAT-IDX FROM 1 BY 1
                   UNTIL WRK-CAT-IDX > WRK-CAT-QTD
               DISPLAY '  ' WRK-CAT-CODIGO(WRK-CAT-IDX) ' - '
                       WRK-CAT-DESC(WRK-CAT-IDX)
           END-PERFORM.
           ACCEPT WRK-CATEGORIA.
           MOVE 'N' TO WRK-CAT-OK.
           PERFORM VARYING WRK-CAT-IDX FROM 1 BY 1
                   UNTIL WRK-CAT-IDX > WRK-CAT-QTD
               IF WRK-CAT-CODIGO(WRK-CAT-IDX) = WRK-CATEGORIA
                   MOVE 'S' TO WRK-CAT-OK
               END-IF
           END-PERFORM.
           IF NOT CATEGORIA-OK
               DISPLAY 'CATEGORIA INVALIDA'
               GO TO 0300-EXIT
           END-IF.

           DISPLAY 'DATA DA DESPESA (YYYYMMDD): '.
           ACCEPT WRK-DATA.
           MOVE 'V'      TO DU-FUNCAO.
           MOVE WRK-DATA TO DU-DATA.
           CALL 'DATEUTIL' USING DU-PARM.
           IF DU-RETORNO NOT = 'S'
               DISPLAY 'DATA INVALIDA'
               GO TO 0300-EXIT
           END-IF.
           IF WRK-DATA > WRK-HOJE
               DISPLAY 'DATA DA DESPESA NO FUTURO'
               GO TO 0300-EXIT
           END-IF.

           DISPLAY 'VALOR (999999,99): '.
           ACCEPT WRK-VALOR.
           IF WRK-VALOR = 0
               DISPLAY 'VALOR ZERADO'
               GO TO 0300-EXIT
           END-IF.

           DISPLAY 'CENTRO DE CUSTO (BRANCO = ' WRK-CC-SUGERIDO '): '.
           ACCEPT WRK-CCUSTO.
           IF WRK-CCUSTO = SPACES
               MOVE WRK-CC-SUGERIDO TO WRK-CCUSTO
           END-IF.
           IF WRK-CCUSTO = SPACES
               DISPLAY 'CENTRO DE CUSTO OBRIGATORIO'
               GO TO 0300-EXIT
           END-IF.

           DISPLAY 'DESCRICAO (LOCAL, MOTIVO DA VIAGEM): '.
           ACCEPT WRK-DESCRICAO.

           ADD 1 TO WRK-ULT-NUMERO.
           MOVE SPACES         TO EX-REGISTRO.
           MOVE WRK-ULT-NUMERO TO EX-NUMERO.
           MOVE WRK-CPF        TO EX-CPF.
           MOVE WRK-CATEGORIA  TO EX-CATEGORIA.
           MOVE WRK-DATA       TO EX-DATA.
           MOVE WRK-VALOR      TO EX-VALOR.
           MOVE WRK-CCUSTO     TO EX-CCUSTO.
           MOVE WRK-DESCRICAO  TO EX-DESCRICAO.
           MOVE 'P'            TO EX-SITUACAO.
           MOVE ZEROES         TO EX-APROVADOR.
           MOVE ZEROES         TO EX-DATA-DECISAO.
           MOVE ZEROES         TO EX-COMP-PAGTO.
           ADD 1 TO WRK-EXP-QTD.
           MOVE EX-REGISTRO TO WRK-EXP-REG(WRK-EXP-QTD).

           PERFORM 0800-REGRAVA-PEDIDOS.
           DISPLAY 'PEDIDO ' WRK-ULT-NUMERO
                   ' LANCADO - AGUARDANDO APROVACAO DO GERENTE'.
       0300-EXIT.
           EXIT.

      ******************************************************************
      * 0500-APROVA-PEDIDOS - O APROVADOR INFORMA O CPF E PERCORRE OS
      * PENDENTES QUE PODE DECIDIR: OS DOS FUNCIONARIOS DOS
      * DEPARTAMENTOS QUE GERENCIA E, SE FOR GERENTE, OS DOS OUTROS
      * GERENTES QUE SAO GERENTES DO PROPRIO DEPARTAMENTO. NINGUEM
      * DECIDE O PROPRIO PEDIDO.
      ******************************************************************
       0500-APROVA-PEDIDOS SECTION.
           DISPLAY 'CPF DO GERENTE APROVADOR: '.
           ACCEPT WRK-APROVADOR.

           MOVE 'N' TO WRK-E-GERENTE.
           PERFORM VARYING WRK-DEP-IDX FROM 1 BY 1
                   UNTIL WRK-DEP-IDX > WRK-DEP-QTD
               IF WRK-DEP-GERENTE(WRK-DEP-IDX) = WRK-APROVADOR
                   AND WRK-DEP-ATIVO(WRK-DEP-IDX) NOT = 'I'
                   MOVE 'S' TO WRK-E-GERENTE
               END-IF
           END-PERFORM.
           IF NOT APROVADOR-E-GERENTE
               DISPLAY 'CPF NAO E GERENTE DE DEPARTAMENTO ATIVO NO '
                       'DEPTMASTER'
               GO TO 0500-EXIT
           END-IF.

           MOVE 0 TO WRK-DECIDIDOS.
           PERFORM VARYING WRK-EXP-IDX FROM 1 BY 1
                   UNTIL WRK-EXP-IDX > WRK-EXP-QTD
               MOVE WRK-EXP-REG(WRK-EXP-IDX) TO EX-REGISTRO
               IF REEMB-PENDENTE
                   PERFORM 0550-DECIDE-PEDIDO
               END-IF
           END-PERFORM.

           IF WRK-DECIDIDOS > 0
               PERFORM 0800-REGRAVA-PEDIDOS
           END-IF.
           DISPLAY 'PEDIDOS DECIDIDOS: ' WRK-DECIDIDOS.
       0500-EXIT.
           EXIT.

      ******************************************************************
      * 0550-DECIDE-PEDIDO - CONFERE SE O APROVADOR PODE DECIDIR O
      * PEDIDO EM EX-REGISTRO E PEDE A DECISAO (A = APROVA, R =
      * REJEITA COM MOTIVO, OUTRA TECLA = DEIXA PENDENTE).
      ******************************************************************
       0550-DECIDE-PEDIDO SECTION.
           IF EX-CPF = WRK-APROVADOR
               GO TO 0550-EXIT
           END-IF.

           MOVE EX-CPF TO WRK-CPF.
           PERFORM 0250-BUSCA-FUNCIONARIO.
           MOVE WRK-EXP-REG(WRK-EXP-IDX) TO EX-REGISTRO.

           MOVE 'N' TO WRK-PODE-DECIDIR.
           IF WRK-GERENTE-FUNC = WRK-APROVADOR
               MOVE 'S' TO WRK-PODE-DECIDIR
           END-IF.
           IF WRK-GERENTE-FUNC = EX-CPF
               MOVE 'S' TO WRK-PODE-DECIDIR
           END-IF.
           IF WRK-PODE-DECIDIR NOT = 'S'
               GO TO 0550-EXIT
           END-IF.

           MOVE EX-VALOR TO WRK-CURR-ED-06.
           DISPLAY 'PEDIDO ' EX-NUMERO ' ' WRK-NOME.
           DISPLAY '   ' EX-CATEGORIA ' ' EX-DATA ' ' WRK-CURR-ED-06
                   ' CC ' EX-CCUSTO ' ' EX-DESCRICAO.
           DISPLAY '   A = APROVAR / R = REJEITAR / ENTER = PULAR: '.
           ACCEPT WRK-DECISAO.

           EVALUATE WRK-DECISAO
               WHEN 'A'
                   MOVE 'A' TO EX-SITUACAO
                   MOVE SPACES TO EX-MOTIVO
               WHEN 'R'
                   DISPLAY '   MOTIVO DA REJEICAO: '
                   ACCEPT WRK-MOTIVO
                   MOVE 'R' TO EX-SITUACAO
                   MOVE WRK-MOTIVO TO EX-MOTIVO
               WHEN OTHER
                   GO TO 0550-EXIT
           END-EVALUATE.

           MOVE WRK-APROVADOR TO EX-APROVADOR.
           MOVE WRK-HOJE      TO EX-DATA-DECISAO.
           MOVE EX-REGISTRO   TO WRK-EXP-REG(WRK-EXP-IDX).
           ADD 1 TO WRK-DECIDIDOS.
       0550-EXIT.
           EXIT.

      ******************************************************************
      * 0700-EXTRATO - EXTRATO DOS PEDIDOS DO FUNCIONARIO NO EXPSTMT,
      * COM A SITUACAO DE CADA UM E OS TOTAIS POR SITUACAO.
      ******************************************************************
       0700-EXTRATO SECTION.
           DISPLAY 'CPF DO FUNCIONARIO: '.
           ACCEPT WRK-CPF.
           PERFORM 0250-BUSCA-FUNCIONARIO.
           IF WRK-NOME = SPACES
               MOVE '(NAO CADASTRADO)' TO WRK-NOME
           END-IF.

           MOVE ZEROES TO WRK-QTD-PEND WRK-QTD-APROV
                          WRK-QTD-REJ WRK-QTD-PAGO.
           MOVE ZEROES TO WRK-TOT-PEND WRK-TOT-APROV
                          WRK-TOT-REJ WRK-TOT-PAGO.

           OPEN OUTPUT EXPENSE-STMT-FILE.
           MOVE SPACES TO XS-LINHA.
           STRING 'EXTRATO DE REEMBOLSO DE DESPESAS - ' WRK-HOJE
               DELIMITED BY SIZE INTO XS-LINHA
           END-STRING.
           WRITE XS-LINHA.
           MOVE SPACES TO XS-LINHA.
           STRING 'FUNCIONARIO: ' WRK-CPF ' ' WRK-NOME
               DELIMITED BY SIZE INTO XS-LINHA
           END-STRING.
           WRITE XS-LINHA.
           MOVE ALL '-' TO XS-LINHA.
           WRITE XS-LINHA.
           MOVE SPACES TO XS-LINHA.
           STRING 'PEDIDO CATG DATA            VALOR CC   SITUACAO   '
                  'OBSERVACAO'
               DELIMITED BY SIZE INTO XS-LINHA
           END-STRING.
           WRITE XS-LINHA.

           PERFORM VARYING WRK-EXP-IDX FROM 1 BY 1
                   UNTIL WRK-EXP-IDX > WRK-EXP-QTD
               MOVE WRK-EXP-REG(WRK-EXP-IDX) TO EX-REGISTRO
               IF EX-CPF = WRK-CPF
                   PERFORM 0750-LINHA-EXTRATO
               END-IF
           END-PERFORM.

           MOVE ALL '-' TO XS-LINHA.
           WRITE XS-LINHA.
           MOVE WRK-TOT-PEND TO WRK-CURR-ED-09.
           MOVE SPACES TO XS-LINHA.
           STRING 'PENDENTES:  ' WRK-QTD-PEND ' ' WRK-CURR-ED-09
               DELIMITED BY SIZE INTO XS-LINHA
           END-STRING.
           WRITE XS-LINHA.
           MOVE WRK-TOT-APROV TO WRK-CURR-ED-09.
           MOVE SPACES TO XS-LINHA.
           STRING 'APROVADOS:  ' WRK-QTD-APROV ' ' WRK-CURR-ED-09
                  ' (A PAGAR NA PROXIMA FOLHA)'
               DELIMITED BY SIZE INTO XS-LINHA
           END-STRING.
           WRITE XS-LINHA.
           MOVE WRK-TOT-REJ TO WRK-CURR-ED-09.
           MOVE SPACES TO XS-LINHA.
           STRING 'REJEITADOS: ' WRK-QTD-REJ ' ' WRK-CURR-ED-09
               DELIMITED BY SIZE INTO XS-LINHA
           END-STRING.
           WRITE XS-LINHA.
           MOVE WRK-TOT-PAGO TO WRK-CURR-ED-09.
           MOVE SPACES TO XS-LINHA.
           STRING 'PAGOS:      ' WRK-QTD-PAGO ' ' WRK-CURR-ED-09
               DELIMITED BY SIZE INTO XS-LINHA
           END-STRING.
           WRITE XS-LINHA.
           CLOSE EXPENSE-STMT-FILE.

           DISPLAY 'EXTRATO GRAVADO NO EXPSTMT - PENDENTES '
                   WRK-QTD-PEND ' APROVADOS ' WRK-QTD-APROV
                   ' REJEITADOS ' WRK-QTD-REJ ' PAGOS ' WRK-QTD-PAGO.

      ******************************************************************
      * 0750-LINHA-EXTRATO - UM PEDIDO NO EXTRATO E NO TOTAL DA SUA
      * SITUACAO. REJEITADO MOSTRA O MOTIVO; PAGO, A COMPETENCIA DA
      * FOLHA QUE O PAGOU.
      ******************************************************************
       0750-LINHA-EXTRATO SECTION.
           MOVE EX-VALOR TO WRK-CURR-ED-06.
           MOVE SPACES TO XS-LINHA.
           EVALUATE TRUE
               WHEN REEMB-PENDENTE
                   ADD 1 TO WRK-QTD-PEND
                   ADD EX-VALOR TO WRK-TOT-PEND
                   MOVE 'PENDENTE' TO WRK-SITUACAO-DESC
                   STRING EX-NUMERO ' ' EX-CATEGORIA ' ' EX-DATA ' '
                          WRK-CURR-ED-06 ' ' EX-CCUSTO ' '
                          WRK-SITUACAO-DESC ' ' EX-DESCRICAO
                       DELIMITED BY SIZE INTO XS-LINHA
                   END-STRING
               WHEN REEMB-APROVADO
                   ADD 1 TO WRK-QTD-APROV
                   ADD EX-VALOR TO WRK-TOT-APROV
                   MOVE 'APROVADO' TO WRK-SITUACAO-DESC
                   STRING EX-NUMERO ' ' EX-CATEGORIA ' ' EX-DATA ' '
                          WRK-CURR-ED-06 ' ' EX-CCUSTO ' '
                          WRK-SITUACAO-DESC ' EM ' EX-DATA-DECISAO
                       DELIMITED BY SIZE INTO XS-LINHA
                   END-STRING
               WHEN REEMB-REJEITADO
                   ADD 1 TO WRK-QTD-REJ
                   ADD EX-VALOR TO WRK-TOT-REJ
                   MOVE 'REJEITADO' TO WRK-SITUACAO-DESC
                   STRING EX-NUMERO ' ' EX-CATEGORIA ' ' EX-DATA ' '
                          WRK-CURR-ED-06 ' ' EX-CCUSTO ' '
                          WRK-SITUACAO-DESC ' ' EX-MOTIVO
                       DELIMITED BY SIZE INTO XS-LINHA
                   END-STRING
               WHEN REEMB-PAGO
                   ADD 1 TO WRK-QTD-PAGO
                   ADD EX-VALOR TO WRK-TOT-PAGO
                   MOVE 'PAGO' TO WRK-SITUACAO-DESC
                   STRING EX-NUMERO ' ' EX-CATEGORIA ' ' EX-DATA ' '
                          WRK-CURR-ED-06 ' ' EX-CCUSTO ' '
                          WRK-SITUACAO-DESC ' FOLHA ' EX-COMP-PAGTO
                       DELIMITED BY SIZE INTO XS-LINHA
                   END-STRING
               WHEN OTHER
                   GO TO 0750-EXIT
           END-EVALUATE.
           WRITE XS-LINHA.
       0750-EXIT.
           EXIT.

      ******************************************************************
      * 0800-REGRAVA-PEDIDOS - REGRAVA O EXPCLAIMS COMPLETO.
      ******************************************************************
       0800-REGRAVA-PEDIDOS SECTION.
           OPEN OUTPUT EXPENSE-CLAIMS-FILE.
           PERFORM VARYING WRK-EXP-IDX FROM 1 BY 1
                   UNTIL WRK-EXP-IDX > WRK-EXP-QTD
               MOVE WRK-EXP-REG(WRK-EXP-IDX) TO EX-REGISTRO
               WRITE EX-REGISTRO
           END-PERFORM.
           CLOSE EXPENSE-CLAIMS-FILE.

       END PROGRAM PROGCOB158.
