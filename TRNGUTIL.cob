       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRNGUTIL.
      ******************************************************************
      *AUTHOR: CARLOS AMARAL
      *DATE: 15/10/2026
      *PURPOSE: SUBPROGRAMA DE SITUACAO DOS TREINAMENTOS OBRIGATORIOS
      *         (CATALOGO TRAINCAT E CONCLUSOES TRAINRECS, MANTIDAS
      *         PELO PROGCOB166), NO MESMO DESENHO DO CDOCUTIL. O
      *         RELATORIO MENSAL POR DEPARTAMENTO (PROGCOB167) E O
      *         QUIOSQUE DE CHECK-IN (PROGCOB002) CHAMAM A FUNCAO 'S'
      *         PARA SABER QUAIS CURSOS O CARGO E O DEPARTAMENTO DO
      *         FUNCIONARIO EXIGEM E SE CADA UM ESTA FALTANDO, VENCIDO,
      *         A VENCER OU EM DIA - A MESMA REGRA NOS DOIS. OS
      *         ARQUIVOS SAO LIDOS NA PRIMEIRA CHAMADA E FICAM EM
      *         MEMORIA. VER AS FUNCOES NA COPY TRNGUTIL-PARM.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRAIN-CATALOG-FILE ASSIGN TO 'TRAINCAT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-CAT-STATUS.

           SELECT TRAIN-RECS-FILE ASSIGN TO 'TRAINRECS'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-CON-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRAIN-CATALOG-FILE.
           COPY 'TRAINCAT-REC.cob'.

       FD  TRAIN-RECS-FILE.
           COPY 'TRAINREC-REC.cob'.

       WORKING-STORAGE SECTION.
       COPY 'DATEUTIL-PARM.cob'.

       77  WRK-CAT-STATUS      PIC X(02)       VALUE SPACES.
       77  WRK-CAT-EOF         PIC X(01)       VALUE 'N'.
           88  CAT-ACABOU                      VALUE 'S'.
       77  WRK-CON-STATUS      PIC X(02)       VALUE SPACES.
       77  WRK-CON-EOF         PIC X(01)       VALUE 'N'.
           88  CON-ACABOU                      VALUE 'S'.
       77  WRK-CARREGADO       PIC X(01)       VALUE 'N'.

      ******************************************************************
      * CATALOGO E CONCLUSOES EM MEMORIA (CONCLUSAO COM DATA ILEGIVEL
      * FICA DE FORA; VALIDADE ILEGIVEL CONTA COMO VENCIDA).
      ******************************************************************
       77  WRK-CAT-QTD         PIC 9(03)       VALUE ZEROES.
       77  WRK-CAT-IDX         PIC 9(03)       VALUE ZEROES.
       01  WRK-TAB-CATALOGO.
           02  WRK-CAT-LINHA   OCCURS 500 TIMES.
               03  WRK-CAT-CODIGO      PIC X(06).
               03  WRK-CAT-DESCRICAO   PIC X(30).
               03  WRK-CAT-CARGO       PIC X(20).
               03  WRK-CAT-DEPTO       PIC X(04).

       77  WRK-CON-QTD         PIC 9(04)       VALUE ZEROES.
       77  WRK-CON-IDX         PIC 9(04)       VALUE ZEROES.
       01  WRK-TAB-CONCLUSOES.
           02  WRK-CON-LINHA   OCCURS 5000 TIMES.
               03  WRK-CON-CPF         PIC 9(11).
               03  WRK-CON-CURSO       PIC X(06).
               03  WRK-CON-DATA        PIC 9(08).
               03  WRK-CON-VALIDADE    PIC 9(08).

       77  WRK-ITEM            PIC 9(02)       VALUE ZEROES.
       77  WRK-ITEM-IDX        PIC 9(02)       VALUE ZEROES.
       77  WRK-ULT-DATA        PIC 9(08)       VALUE ZEROES.
       77  WRK-DIAS-DATA       PIC 9(08)       VALUE ZEROES.
       77  WRK-DIAS-VALIDADE   PIC 9(08)       VALUE ZEROES.

       LINKAGE SECTION.
           COPY 'TRNGUTIL-PARM.cob'.

       PROCEDURE DIVISION USING TG-PARM.

           IF WRK-CARREGADO = 'N'
               PERFORM 0100-CARREGA-CATALOGO
               PERFORM 0150-CARREGA-CONCLUSOES
           END-IF.

           MOVE 'N' TO TG-RETORNO.

           EVALUATE TG-FUNCAO
               WHEN 'S'
                   PERFORM 1000-SITUACAO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           GOBACK.

      ******************************************************************
      * 0100-CARREGA-CATALOGO - LE O TRAINCAT PARA A TABELA, UMA VEZ
      * POR RODADA. SEM O CATALOGO NENHUM CURSO E EXIGIDO.
      ******************************************************************
       0100-CARREGA-CATALOGO SECTION.
           MOVE 'S' TO WRK-CARREGADO.

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
                           MOVE TK-CODIGO
                               TO WRK-CAT-CODIGO(WRK-CAT-QTD)
                           MOVE TK-DESCRICAO
                               TO WRK-CAT-DESCRICAO(WRK-CAT-QTD)
                           MOVE TK-CARGO
                               TO WRK-CAT-CARGO(WRK-CAT-QTD)
                           MOVE TK-DEPTO
                               TO WRK-CAT-DEPTO(WRK-CAT-QTD)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE TRAIN-CATALOG-FILE.
       0100-EXIT.
           EXIT.

      ******************************************************************
      * 0150-CARREGA-CONCLUSOES - LE O TRAINRECS PARA A TABELA.
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
                       IF TQ-DATA NUMERIC AND WRK-CON-QTD < 5000
                           ADD 1 TO WRK-CON-QTD
                           MOVE TQ-CPF   TO WRK-CON-CPF(WRK-CON-QTD)
                           MOVE TQ-CURSO TO WRK-CON-CURSO(WRK-CON-QTD)
                           MOVE TQ-DATA  TO WRK-CON-DATA(WRK-CON-QTD)
                           IF TQ-VALIDADE NOT NUMERIC
                               MOVE 1
                                   TO WRK-CON-VALIDADE(WRK-CON-QTD)
                           ELSE
                               MOVE TQ-VALIDADE
                                   TO WRK-CON-VALIDADE(WRK-CON-QTD)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE TRAIN-RECS-FILE.
       0150-EXIT.
           EXIT.

      ******************************************************************
      * 1000-SITUACAO - MONTA A LISTA DE CURSOS EXIGIDOS DO
      * FUNCIONARIO (CADA CURSO UMA VEZ SO, MESMO COM VARIAS LINHAS
      * CASANDO NO CATALOGO) E CLASSIFICA CADA UM.
      ******************************************************************
       1000-SITUACAO SECTION.
           MOVE ZEROES TO TG-QTDE.
           MOVE ZEROES TO TG-PENDENTES.

           MOVE 'S'     TO DU-FUNCAO.
           MOVE TG-DATA TO DU-DATA.
           CALL 'DATEUTIL' USING DU-PARM.
           MOVE DU-DIAS-CORRIDOS TO WRK-DIAS-DATA.

           PERFORM VARYING WRK-CAT-IDX FROM 1 BY 1
                   UNTIL WRK-CAT-IDX > WRK-CAT-QTD
               IF (WRK-CAT-CARGO(WRK-CAT-IDX) = SPACES
                   OR WRK-CAT-CARGO(WRK-CAT-IDX) = TG-CARGO)
                   AND (WRK-CAT-DEPTO(WRK-CAT-IDX) = SPACES
                   OR WRK-CAT-DEPTO(WRK-CAT-IDX) = TG-DEPTO)
                   PERFORM 1100-INCLUI-CURSO
               END-IF
           END-PERFORM.

      ******************************************************************
      * 1100-INCLUI-CURSO - CURSO DA LINHA WRK-CAT-IDX NA LISTA, SE
      * AINDA NAO ESTA, COM A SITUACAO DA CONCLUSAO MAIS RECENTE.
      ******************************************************************
       1100-INCLUI-CURSO SECTION.
           MOVE 0 TO WRK-ITEM.
           PERFORM VARYING WRK-ITEM-IDX FROM 1 BY 1
                   UNTIL WRK-ITEM-IDX > TG-QTDE OR WRK-ITEM > 0
               IF TG-CURSO(WRK-ITEM-IDX) = WRK-CAT-CODIGO(WRK-CAT-IDX)
                   MOVE WRK-ITEM-IDX TO WRK-ITEM
               END-IF
           END-PERFORM.
           IF WRK-ITEM > 0 OR TG-QTDE >= 20
               GO TO 1100-EXIT
           END-IF.

           ADD 1 TO TG-QTDE.
           MOVE TG-QTDE TO WRK-ITEM.
           MOVE WRK-CAT-CODIGO(WRK-CAT-IDX)    TO TG-CURSO(WRK-ITEM).
           MOVE WRK-CAT-DESCRICAO(WRK-CAT-IDX)
               TO TG-DESCRICAO(WRK-ITEM).
           MOVE ZEROES TO TG-VALIDADE(WRK-ITEM).

           MOVE 0 TO WRK-ULT-DATA.
           PERFORM VARYING WRK-CON-IDX FROM 1 BY 1
                   UNTIL WRK-CON-IDX > WRK-CON-QTD
               IF WRK-CON-CPF(WRK-CON-IDX) = TG-CPF
                   AND WRK-CON-CURSO(WRK-CON-IDX) = TG-CURSO(WRK-ITEM)
                   AND WRK-CON-DATA(WRK-CON-IDX) >= WRK-ULT-DATA
                   MOVE WRK-CON-DATA(WRK-CON-IDX) TO WRK-ULT-DATA
                   MOVE WRK-CON-VALIDADE(WRK-CON-IDX)
                       TO TG-VALIDADE(WRK-ITEM)
               END-IF
           END-PERFORM.

           IF WRK-ULT-DATA = 0
               MOVE 'F' TO TG-SITUACAO(WRK-ITEM)
               ADD 1 TO TG-PENDENTES
               GO TO 1100-EXIT
           END-IF.

           IF TG-VALIDADE(WRK-ITEM) = 0
               MOVE 'O' TO TG-SITUACAO(WRK-ITEM)
               GO TO 1100-EXIT
           END-IF.

           MOVE 0 TO WRK-DIAS-VALIDADE.
           MOVE 'V'                   TO DU-FUNCAO.
           MOVE TG-VALIDADE(WRK-ITEM) TO DU-DATA.
           CALL 'DATEUTIL' USING DU-PARM.
           IF DU-RETORNO = 'S'
               MOVE 'S'                   TO DU-FUNCAO
               MOVE TG-VALIDADE(WRK-ITEM) TO DU-DATA
               CALL 'DATEUTIL' USING DU-PARM
               MOVE DU-DIAS-CORRIDOS TO WRK-DIAS-VALIDADE
           END-IF.

           EVALUATE TRUE
               WHEN WRK-DIAS-VALIDADE < WRK-DIAS-DATA
                   MOVE 'V' TO TG-SITUACAO(WRK-ITEM)
                   MOVE 'S' TO TG-RETORNO
                   ADD 1 TO TG-PENDENTES
               WHEN WRK-DIAS-VALIDADE <= WRK-DIAS-DATA + TG-DIAS
                   MOVE 'A' TO TG-SITUACAO(WRK-ITEM)
               WHEN OTHER
                   MOVE 'O' TO TG-SITUACAO(WRK-ITEM)
           END-EVALUATE.
       1100-EXIT.
           EXIT.

       END PROGRAM TRNGUTIL.
