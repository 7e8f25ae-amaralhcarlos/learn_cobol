       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB166.
      ******************************************************************
      *AUTHOR: CARLOS AMARAL
      *DATE: 15/10/2026
      *PURPOSE: REGISTRO DOS TREINAMENTOS E CERTIFICADOS OBRIGATORIOS
      *         CONCLUIDOS (TRAINRECS, COPY TRAINREC-REC). O RH LANCA,
      *         POR CPF (EMPLOYEEMASTER, ATIVO), O CURSO DO CATALOGO
      *         TRAINCAT (NR-11, NR-35, CNH...), A DATA DA CONCLUSAO, A
      *         ENTIDADE OU O INSTRUTOR E A VALIDADE DO CERTIFICADO -
      *         CALCULADA PELA VALIDADE EM MESES DO CATALOGO OU
      *         DIGITADA QUANDO O DOCUMENTO TRAZ A SUA (CNH). A
      *         RECICLAGEM E UM LANCAMENTO NOVO; VALE O MAIS RECENTE. O
      *         RELATORIO MENSAL DE PENDENCIAS POR DEPARTAMENTO SAI NO
      *         PROGCOB167 E O QUIOSQUE (PROGCOB002) AVISA QUEM ESTA
      *         COM CERTIFICADO VENCIDO.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRAIN-RECS-FILE ASSIGN TO 'TRAINRECS'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-CON-STATUS.

           SELECT TRAIN-CATALOG-FILE ASSIGN TO 'TRAINCAT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-CAT-STATUS.

           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO 'EMPLOYEEMASTER'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-CPF
               FILE STATUS IS WRK-EMP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRAIN-RECS-FILE.
           COPY 'TRAINREC-REC.cob'.

       FD  TRAIN-CATALOG-FILE.
           COPY 'TRAINCAT-REC.cob'.

       FD  EMPLOYEE-MASTER-FILE.
           COPY 'EMPMASTER-REC.cob'.

       WORKING-STORAGE SECTION.
       COPY 'DATEUTIL-PARM.cob'.

       77  WRK-CON-STATUS      PIC X(02)       VALUE SPACES.
       77  WRK-CON-EOF         PIC X(01)       VALUE 'N'.
           88  CON-ACABOU                      VALUE 'S'.
       77  WRK-CAT-STATUS      PIC X(02)       VALUE SPACES.
       77  WRK-CAT-EOF         PIC X(01)       VALUE 'N'.
           88  CAT-ACABOU                      VALUE 'S'.
       77  WRK-EMP-STATUS      PIC X(02)       VALUE SPACES.

       77  WRK-OPCAO           PIC 9(01)       VALUE ZEROES.
       77  WRK-CPF             PIC 9(11)       VALUE ZEROES.
       77  WRK-NOME            PIC X(40)       VALUE SPACES.
       77  WRK-CURSO           PIC X(06)       VALUE SPACES.
       77  WRK-DESCRICAO       PIC X(30)       VALUE SPACES.
       77  WRK-DATA-CONCLUSAO  PIC 9(08)       VALUE ZEROES.
       77  WRK-VALIDADE-ENT    PIC 9(08)       VALUE ZEROES.
       77  WRK-INSTRUTOR       PIC X(30)       VALUE SPACES.
       77  WRK-FUNC-OK         PIC X(01)       VALUE 'N'.
           88  FUNCIONARIO-OK                  VALUE 'S'.
       77  WRK-CURSO-OK        PIC X(01)       VALUE 'N'.
           88  CURSO-OK                        VALUE 'S'.
       77  WRK-LISTADOS        PIC 9(04)       VALUE ZEROES.
       77  WRK-EXCLUIDOS       PIC 9(02)       VALUE ZEROES.

       01  WRK-HOJE.
           02  WRK-HOJE-ANO    PIC 9(04)       VALUE ZEROES.
           02  WRK-HOJE-MES    PIC 9(02)       VALUE ZEROES.
           02  WRK-HOJE-DIA    PIC 9(02)       VALUE ZEROES.

      ******************************************************************
      * VALIDADE DO CERTIFICADO: DATA DA CONCLUSAO MAIS A VALIDADE EM
      * MESES DO CATALOGO (ZERO = NAO VENCE); DIA QUE NAO EXISTE NO
      * MES DE DESTINO CAI NO ULTIMO DIA DO MES (COMO NO PROGCOB164).
      ******************************************************************
       77  WRK-VALIDADE-MESES  PIC 9(03)       VALUE ZEROES.
       01  WRK-VALIDADE.
           02  WRK-VAL-ANO     PIC 9(04)       VALUE ZEROES.
           02  WRK-VAL-MES     PIC 9(02)       VALUE ZEROES.
           02  WRK-VAL-DIA     PIC 9(02)       VALUE ZEROES.
       77  WRK-MESES           PIC 9(04)       VALUE ZEROES.
       77  WRK-DIA-CONCLUSAO   PIC 9(02)       VALUE ZEROES.

      ******************************************************************
      * CATALOGO E CONCLUSOES EM MEMORIA; AS CONCLUSOES SAO REGRAVADAS
      * A CADA ALTERACAO (MESMA MECANICA DO PROGCOB164).
      ******************************************************************
       77  WRK-CAT-QTD         PIC 9(03)       VALUE ZEROES.
       77  WRK-CAT-IDX         PIC 9(03)       VALUE ZEROES.
       01  WRK-TAB-CATALOGO.
           02  WRK-CAT-LINHA   OCCURS 500 TIMES.
               03  WRK-CAT-REG     PIC X(63).

       77  WRK-CON-QTD         PIC 9(04)       VALUE ZEROES.
       77  WRK-CON-IDX         PIC 9(04)       VALUE ZEROES.
       77  WRK-CON-DESTINO     PIC 9(04)       VALUE ZEROES.
       01  WRK-TAB-CONCLUSOES.
           02  WRK-CON-LINHA   OCCURS 5000 TIMES.
               03  WRK-CON-REG     PIC X(63).

       PROCEDURE DIVISION.

           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.

           PERFORM 0100-CARREGA-CATALOGO.
           IF WRK-CAT-QTD = 0
               DISPLAY 'TRAINCAT VAZIO OU NAO ENCONTRADO - NENHUM '
                       'CURSO PARA REGISTRAR'
               STOP RUN
           END-IF.

           PERFORM 0150-CARREGA-CONCLUSOES.

           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WRK-EMP-STATUS NOT = '00'
               DISPLAY 'EMPLOYEEMASTER NAO ENCONTRADO - REGISTRO DE '
                       'TREINAMENTOS INDISPONIVEL'
               STOP RUN
           END-IF.

           PERFORM 0200-EXECUTA-MENU UNTIL WRK-OPCAO = 9.

           CLOSE EMPLOYEE-MASTER-FILE.

           STOP RUN.

      ******************************************************************
      * 0100-CARREGA-CATALOGO - LE O TRAINCAT INTEIRO PARA A TABELA.
      ******************************************************************
       0100-CARREGA-CATALOGO SECTION.
           OPEN INPUT TRAIN-CATALOG-FILE.
           IF WRK-CAT-STATUS NOT = '00'
               GO TO 0100-EXIT
           END-IF.

           PERFORM UNTIL CAT-ACABOU
               READ TRAIN-CATALOG-FILE
                   AT END
                       MOVE 'S' TO WRK-CAT-EOF
                   NOT AT END
                       IF WRK-CAT-QTD < 500
                           ADD 1 TO WRK-CAT-QTD
                           MOVE TK-REGISTRO
                               TO WRK-CAT-REG(WRK-CAT-QTD)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE TRAIN-CATALOG-FILE.
       0100-EXIT.
           EXIT.

      ******************************************************************
      * 0150-CARREGA-CONCLUSOES - LE O TRAINRECS INTEIRO PARA A TABELA.
      ******************************************************************
       0150-CARREGA-CONCLUSOES SECTION.
           OPEN INPUT TRAIN-RECS-FILE.
           IF WRK-CON-STATUS NOT = '00'
               GO TO 0150-EXIT
           END-IF.

           PERFORM UNTIL CON-ACABOU
               READ TRAIN-RECS-FILE
                   AT END
                       MOVE 'S' TO WRK-CON-EOF
                   NOT AT END
                       IF WRK-CON-QTD < 5000
                           ADD 1 TO WRK-CON-QTD
                           MOVE TQ-REGISTRO
                               TO WRK-CON-REG(WRK-CON-QTD)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE TRAIN-RECS-FILE.
       0150-EXIT.
           EXIT.

      ******************************************************************
      * 0200-EXECUTA-MENU - REGISTRO, EXCLUSAO E CONSULTAS.
      ******************************************************************
       0200-EXECUTA-MENU SECTION.
           DISPLAY '1 - REGISTRAR TREINAMENTO CONCLUIDO'.
           DISPLAY '2 - EXCLUIR LANCAMENTO'.
           DISPLAY '3 - CONSULTAR TREINAMENTOS DO FUNCIONARIO'.
           DISPLAY '4 - LISTAR CATALOGO DE CURSOS'.
           DISPLAY '9 - SAIR'.
           DISPLAY 'ESCOLHA UMA OPCAO: '.
           ACCEPT WRK-OPCAO.

           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0300-REGISTRA-CONCLUSAO
               WHEN 2
                   PERFORM 0500-EXCLUI-CONCLUSAO
               WHEN 3
                   PERFORM 0600-CONSULTA-FUNCIONARIO
               WHEN 4
                   PERFORM 0650-LISTA-CATALOGO
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
      * 0270-BUSCA-CURSO - WRK-CURSO NO CATALOGO: DESCRICAO E VALIDADE
      * EM MESES DA PRIMEIRA LINHA DO CURSO.
      ******************************************************************
       0270-BUSCA-CURSO SECTION.
           MOVE 'N' TO WRK-CURSO-OK.
           MOVE SPACES TO WRK-DESCRICAO.
           MOVE 0 TO WRK-VALIDADE-MESES.

           PERFORM VARYING WRK-CAT-IDX FROM 1 BY 1
                   UNTIL WRK-CAT-IDX > WRK-CAT-QTD OR CURSO-OK
               MOVE WRK-CAT-REG(WRK-CAT-IDX) TO TK-REGISTRO
               IF TK-CODIGO = WRK-CURSO
                   MOVE 'S' TO WRK-CURSO-OK
                   MOVE TK-DESCRICAO TO WRK-DESCRICAO
                   MOVE TK-VALIDADE-MESES TO WRK-VALIDADE-MESES
               END-IF
           END-PERFORM.

      ******************************************************************
      * 0300-REGISTRA-CONCLUSAO - CPF ATIVO, CURSO DO CATALOGO, DATA
      * (ATE HOJE), ENTIDADE/INSTRUTOR E VALIDADE DO CERTIFICADO.
      ******************************************************************
       0300-REGISTRA-CONCLUSAO SECTION.
           IF WRK-CON-QTD >= 5000
               DISPLAY 'CADASTRO DE TREINAMENTOS CHEIO (5000 LINHAS)'
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

           DISPLAY 'CODIGO DO CURSO (OPCAO 4 LISTA O CATALOGO): '.
           ACCEPT WRK-CURSO.
           PERFORM 0270-BUSCA-CURSO.
           IF NOT CURSO-OK
               DISPLAY 'CURSO NAO CONSTA NO CATALOGO'
               GO TO 0300-EXIT
           END-IF.
           DISPLAY 'CURSO: ' WRK-DESCRICAO.

           DISPLAY 'DATA DA CONCLUSAO OU EMISSAO (YYYYMMDD): '.
           ACCEPT WRK-DATA-CONCLUSAO.
           MOVE 'V'                TO DU-FUNCAO.
           MOVE WRK-DATA-CONCLUSAO TO DU-DATA.
           CALL 'DATEUTIL' USING DU-PARM.
           IF DU-RETORNO NOT = 'S'
               DISPLAY 'DATA INVALIDA'
               GO TO 0300-EXIT
           END-IF.
           IF WRK-DATA-CONCLUSAO > WRK-HOJE
               DISPLAY 'DATA NO FUTURO - REGISTRE DEPOIS DO CURSO'
               GO TO 0300-EXIT
           END-IF.

           DISPLAY 'ENTIDADE OU INSTRUTOR: '.
           ACCEPT WRK-INSTRUTOR.
           IF WRK-INSTRUTOR = SPACES
               DISPLAY 'ENTIDADE OU INSTRUTOR OBRIGATORIO'
               GO TO 0300-EXIT
           END-IF.

           MOVE ZEROES TO WRK-VALIDADE.
           IF WRK-VALIDADE-MESES > 0
               PERFORM 0450-CALCULA-VALIDADE
           END-IF.
           DISPLAY 'VALIDADE DO CERTIFICADO (YYYYMMDD, ZERO = '
                   WRK-VALIDADE '): '.
           ACCEPT WRK-VALIDADE-ENT.
           IF WRK-VALIDADE-ENT NOT = 0
               MOVE 'V'              TO DU-FUNCAO
               MOVE WRK-VALIDADE-ENT TO DU-DATA
               CALL 'DATEUTIL' USING DU-PARM
               IF DU-RETORNO NOT = 'S'
                   OR WRK-VALIDADE-ENT <= WRK-DATA-CONCLUSAO
                   DISPLAY 'VALIDADE INVALIDA'
                   GO TO 0300-EXIT
               END-IF
               MOVE WRK-VALIDADE-ENT TO WRK-VALIDADE
           END-IF.

           MOVE SPACES             TO TQ-REGISTRO.
           MOVE WRK-CPF            TO TQ-CPF.
           MOVE WRK-CURSO          TO TQ-CURSO.
           MOVE WRK-DATA-CONCLUSAO TO TQ-DATA.
           MOVE WRK-VALIDADE       TO TQ-VALIDADE.
           MOVE WRK-INSTRUTOR      TO TQ-INSTRUTOR.
           ADD 1 TO WRK-CON-QTD.
           MOVE TQ-REGISTRO TO WRK-CON-REG(WRK-CON-QTD).

           PERFORM 0800-REGRAVA-CONCLUSOES.
           DISPLAY 'TREINAMENTO REGISTRADO'.
           IF WRK-VALIDADE = 0
               DISPLAY 'CERTIFICADO SEM VENCIMENTO'
           ELSE
               DISPLAY 'CERTIFICADO VALIDO ATE ' WRK-VALIDADE
           END-IF.
       0300-EXIT.
           EXIT.

      ******************************************************************
      * 0450-CALCULA-VALIDADE - WRK-VALIDADE = DATA DA CONCLUSAO MAIS
      * WRK-VALIDADE-MESES MESES, COM O DIA LIMITADO AO FIM DO MES.
      ******************************************************************
       0450-CALCULA-VALIDADE SECTION.
           MOVE WRK-DATA-CONCLUSAO TO WRK-VALIDADE.
           COMPUTE WRK-MESES = WRK-VAL-MES + WRK-VALIDADE-MESES - 1.
           COMPUTE WRK-VAL-ANO = WRK-VAL-ANO + (WRK-MESES / 12).
           COMPUTE WRK-VAL-MES =
               WRK-MESES - ((WRK-MESES / 12) * 12) + 1.

           MOVE WRK-VAL-DIA TO WRK-DIA-CONCLUSAO.
           MOVE 1 TO WRK-VAL-DIA.
           MOVE 'V'          TO DU-FUNCAO.
           MOVE WRK-VALIDADE TO DU-DATA.
           CALL 'DATEUTIL' USING DU-PARM.
           IF WRK-DIA-CONCLUSAO > DU-ULT-DIA
               MOVE DU-ULT-DIA TO WRK-VAL-DIA
           ELSE
               MOVE WRK-DIA-CONCLUSAO TO WRK-VAL-DIA
           END-IF.

      ******************************************************************
      * 0500-EXCLUI-CONCLUSAO - TIRA O LANCAMENTO FEITO ERRADO (CPF,
      * CURSO E DATA DA CONCLUSAO).
      ******************************************************************
       0500-EXCLUI-CONCLUSAO SECTION.
           DISPLAY 'CPF DO FUNCIONARIO: '.
           ACCEPT WRK-CPF.
           DISPLAY 'CODIGO DO CURSO: '.
           ACCEPT WRK-CURSO.
           DISPLAY 'DATA DA CONCLUSAO (YYYYMMDD): '.
           ACCEPT WRK-DATA-CONCLUSAO.

           MOVE 0 TO WRK-EXCLUIDOS.
           MOVE 0 TO WRK-CON-DESTINO.
           PERFORM VARYING WRK-CON-IDX FROM 1 BY 1
                   UNTIL WRK-CON-IDX > WRK-CON-QTD
               MOVE WRK-CON-REG(WRK-CON-IDX) TO TQ-REGISTRO
               IF TQ-CPF = WRK-CPF
                   AND TQ-CURSO = WRK-CURSO
                   AND TQ-DATA = WRK-DATA-CONCLUSAO
                   ADD 1 TO WRK-EXCLUIDOS
               ELSE
                   ADD 1 TO WRK-CON-DESTINO
                   MOVE TQ-REGISTRO TO WRK-CON-REG(WRK-CON-DESTINO)
               END-IF
           END-PERFORM.
           MOVE WRK-CON-DESTINO TO WRK-CON-QTD.

           IF WRK-EXCLUIDOS = 0
               DISPLAY 'LANCAMENTO NAO ENCONTRADO'
               GO TO 0500-EXIT
           END-IF.

           PERFORM 0800-REGRAVA-CONCLUSOES.
           DISPLAY 'LANCAMENTO(S) EXCLUIDO(S): ' WRK-EXCLUIDOS.
       0500-EXIT.
           EXIT.

      ******************************************************************
      * 0600-CONSULTA-FUNCIONARIO - LISTA NA TELA OS TREINAMENTOS
      * LANCADOS PARA O CPF.
      ******************************************************************
       0600-CONSULTA-FUNCIONARIO SECTION.
           DISPLAY 'CPF DO FUNCIONARIO: '.
           ACCEPT WRK-CPF.

           MOVE 0 TO WRK-LISTADOS.
           PERFORM VARYING WRK-CON-IDX FROM 1 BY 1
                   UNTIL WRK-CON-IDX > WRK-CON-QTD
               MOVE WRK-CON-REG(WRK-CON-IDX) TO TQ-REGISTRO
               IF TQ-CPF = WRK-CPF
                   ADD 1 TO WRK-LISTADOS
                   IF TQ-VALIDADE = 0
                       DISPLAY TQ-CURSO ' ' TQ-DATA ' SEM VENCIMENTO '
                               TQ-INSTRUTOR
                   ELSE
                       DISPLAY TQ-CURSO ' ' TQ-DATA ' VALIDO ATE '
                               TQ-VALIDADE ' ' TQ-INSTRUTOR
                   END-IF
               END-IF
           END-PERFORM.

           IF WRK-LISTADOS = 0
               DISPLAY 'NENHUM TREINAMENTO REGISTRADO PARA O CPF'
           END-IF.

      ******************************************************************
      * 0650-LISTA-CATALOGO - CURSOS DO TRAINCAT COM A VALIDADE E A
      * QUEM SE APLICAM.
      ******************************************************************
       0650-LISTA-CATALOGO SECTION.
           PERFORM VARYING WRK-CAT-IDX FROM 1 BY 1
                   UNTIL WRK-CAT-IDX > WRK-CAT-QTD
               MOVE WRK-CAT-REG(WRK-CAT-IDX) TO TK-REGISTRO
               DISPLAY TK-CODIGO ' ' TK-DESCRICAO ' '
                       TK-VALIDADE-MESES ' MESES CARGO: ' TK-CARGO
                       ' DEPTO: ' TK-DEPTO
           END-PERFORM.

      ******************************************************************
      * 0800-REGRAVA-CONCLUSOES - REGRAVA O TRAINRECS COMPLETO.
      ******************************************************************
       0800-REGRAVA-CONCLUSOES SECTION.
           OPEN OUTPUT TRAIN-RECS-FILE.
           PERFORM VARYING WRK-CON-IDX FROM 1 BY 1
                   UNTIL WRK-CON-IDX > WRK-CON-QTD
               MOVE WRK-CON-REG(WRK-CON-IDX) TO TQ-REGISTRO
               WRITE TQ-REGISTRO
           END-PERFORM.
           CLOSE TRAIN-RECS-FILE.

       END PROGRAM PROGCOB166.
