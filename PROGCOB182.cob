       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB182.
      ******************************************************************
      *AUTHOR: CARLOS AMARAL
      *DATE: 15/10/2026
      *PURPOSE: ALUNOS COM MENSALIDADE EM ATRASO, PARA A SECRETARIA.
      *         LE NO ARITEMS OS TITULOS DE MENSALIDADE (AR-TIPO 'M',
      *         GRAVADOS PELO PROGCOB181) AINDA EM ABERTO E JA
      *         VENCIDOS, ACUMULA POR CLIENTE DO RESPONSAVEL
      *         FINANCEIRO A QUANTIDADE, O VALOR E O MAIOR ATRASO EM
      *         DIAS (DATEUTIL FUNCAO S, COMO NO PROGCOB068) E IMPRIME
      *         NO TUITIONOVERDUERPT UMA LINHA POR ALUNO DAQUELE
      *         RESPONSAVEL (STUDRESP), COM A TURMA DO STUDENTMASTER.
      *         IRMAOS APARECEM CADA UM NA SUA LINHA COM O DEBITO DO
      *         RESPONSAVEL, QUE E UM SO.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AR-ITEMS-FILE ASSIGN TO 'ARITEMS'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-AR-STATUS.

           SELECT STUDENT-RESP-FILE ASSIGN TO 'STUDRESP'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-RESP-STATUS.

           SELECT STUDENT-MASTER-FILE ASSIGN TO 'STUDENTMASTER'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-ALUNO-STATUS.

           SELECT OVERDUE-REPORT-FILE ASSIGN TO 'TUITIONOVERDUERPT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AR-ITEMS-FILE.
           COPY 'ARITEMS-REC.cob'.

       FD  STUDENT-RESP-FILE.
           COPY 'STUDRESP-REC.cob'.

       FD  STUDENT-MASTER-FILE.
           COPY 'STUDENTMASTER-REC.cob'.

       FD  OVERDUE-REPORT-FILE.
       01  OR-LINHA                PIC X(132).

       WORKING-STORAGE SECTION.
       COPY 'CURRENCY-BOOK.cob'.
           COPY 'DATEUTIL-PARM.cob'.

       77  WRK-AR-STATUS       PIC X(02)       VALUE SPACES.
       77  WRK-RESP-STATUS     PIC X(02)       VALUE SPACES.
       77  WRK-ALUNO-STATUS    PIC X(02)       VALUE SPACES.
       77  WRK-REPORT-STATUS   PIC X(02)       VALUE SPACES.
       77  WRK-EOF             PIC X(01)       VALUE 'N'.
           88  LEITURA-ACABOU                  VALUE 'S'.

       77  WRK-HOJE            PIC 9(08)       VALUE ZEROES.
       77  WRK-DIAS-HOJE       PIC 9(08)       VALUE ZEROES.
       77  WRK-ATRASO          PIC 9(05)       VALUE ZEROES.

      ******************************************************************
      * MENSALIDADES VENCIDAS ACUMULADAS POR CLIENTE DO RESPONSAVEL.
      ******************************************************************
       77  WRK-VEN-QTD         PIC 9(04)       VALUE ZEROES.
       77  WRK-VEN-IDX         PIC 9(04)       VALUE ZEROES.
       77  WRK-VEN-POS         PIC 9(04)       VALUE ZEROES.
       01  WRK-TAB-VENCIDOS.
           02  WRK-VEN-LINHA   OCCURS 2000 TIMES.
               03  WRK-VEN-CLIENTE     PIC 9(06).
               03  WRK-VEN-TITULOS     PIC 9(03).
               03  WRK-VEN-VALOR       PIC 9(08)V99.
               03  WRK-VEN-ATRASO      PIC 9(05).
               03  WRK-VEN-VENCTO      PIC 9(08).
               03  WRK-VEN-ALUNOS      PIC 9(03).

      ******************************************************************
      * RESPONSAVEIS FINANCEIROS (STUDRESP) PARA LIGAR O ALUNO AO
      * CLIENTE DO TITULO.
      ******************************************************************
       77  WRK-RSP-QTD         PIC 9(04)       VALUE ZEROES.
       77  WRK-RSP-IDX         PIC 9(04)       VALUE ZEROES.
       77  WRK-RSP-ACHOU       PIC X(01)       VALUE 'N'.
           88  RESP-EXISTE                     VALUE 'S'.
       01  WRK-TAB-RESPONSAVEIS.
           02  WRK-RSP-LINHA   OCCURS 2000 TIMES.
               03  WRK-RSP-ID          PIC X(10).
               03  WRK-RSP-NOME        PIC X(40).
               03  WRK-RSP-CLIENTE     PIC 9(06).

       77  WRK-QTDE-ALUNOS     PIC 9(05)       VALUE ZEROES.
       77  WRK-QTDE-TITULOS    PIC 9(05)       VALUE ZEROES.
       77  WRK-QTDE-SEM-ALUNO  PIC 9(05)       VALUE ZEROES.
       77  WRK-TOT-VENCIDO     PIC 9(10)V99    VALUE ZEROES.
       77  WRK-ED-TITULOS      PIC ZZ9.
       77  WRK-ED-ATRASO       PIC ZZZZ9.

       PROCEDURE DIVISION.

           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           MOVE 'S' TO DU-FUNCAO.
           MOVE WRK-HOJE TO DU-DATA.
           CALL 'DATEUTIL' USING DU-PARM.
           MOVE DU-DIAS-CORRIDOS TO WRK-DIAS-HOJE.

           PERFORM 0100-ACUMULA-VENCIDOS.
           PERFORM 0200-CARREGA-RESPONSAVEIS.

           OPEN OUTPUT OVERDUE-REPORT-FILE.
           MOVE SPACES TO OR-LINHA.
           STRING 'ALUNOS COM MENSALIDADE EM ATRASO EM ' WRK-HOJE
               DELIMITED BY SIZE INTO OR-LINHA
           END-STRING.
           WRITE OR-LINHA.
           MOVE SPACES TO OR-LINHA.
           WRITE OR-LINHA FROM '-------------------------------------'.
           MOVE SPACES TO OR-LINHA.
           STRING 'ALUNO      NOME                           '
                  'TURMA      RESPONSAVEL                    '
                  'MENS  DIAS  VENC MAIS ANTIGO  VALOR EM ABERTO'
               DELIMITED BY SIZE INTO OR-LINHA
           END-STRING.
           WRITE OR-LINHA.

           PERFORM 0300-LISTA-ALUNOS.

           PERFORM VARYING WRK-VEN-IDX FROM 1 BY 1
                   UNTIL WRK-VEN-IDX > WRK-VEN-QTD
               IF WRK-VEN-ALUNOS(WRK-VEN-IDX) = 0
                   ADD 1 TO WRK-QTDE-SEM-ALUNO
                   MOVE WRK-VEN-VALOR(WRK-VEN-IDX) TO WRK-CURR-ED-08
                   MOVE SPACES TO OR-LINHA
                   STRING 'ATENCAO: CLIENTE '
                          WRK-VEN-CLIENTE(WRK-VEN-IDX)
                          ' COM MENSALIDADE VENCIDA DE '
                          WRK-CURR-ED-08
                          ' SEM ALUNO LIGADO NO STUDRESP'
                       DELIMITED BY SIZE INTO OR-LINHA
                   END-STRING
                   WRITE OR-LINHA
               END-IF
           END-PERFORM.

           MOVE SPACES TO OR-LINHA.
           WRITE OR-LINHA FROM '-------------------------------------'.
           MOVE WRK-TOT-VENCIDO TO WRK-CURR-ED-09.
           MOVE SPACES TO OR-LINHA.
           STRING 'ALUNOS EM ATRASO ' WRK-QTDE-ALUNOS
                  '  MENSALIDADES VENCIDAS ' WRK-QTDE-TITULOS
                  '  TOTAL VENCIDO ' WRK-CURR-ED-09
               DELIMITED BY SIZE INTO OR-LINHA
           END-STRING.
           WRITE OR-LINHA.
           CLOSE OVERDUE-REPORT-FILE.

           DISPLAY 'ALUNOS COM MENSALIDADE EM ATRASO: ' WRK-QTDE-ALUNOS.
           DISPLAY 'MENSALIDADES VENCIDAS: ' WRK-QTDE-TITULOS.

           STOP RUN.

      ******************************************************************
      * 0100-ACUMULA-VENCIDOS - TITULOS DE MENSALIDADE EM ABERTO COM
      * VENCIMENTO ANTERIOR A HOJE, SOMADOS POR CLIENTE.
      ******************************************************************
       0100-ACUMULA-VENCIDOS SECTION.
           MOVE 'N' TO WRK-EOF.
           OPEN INPUT AR-ITEMS-FILE.
           IF WRK-AR-STATUS NOT = '00'
               DISPLAY 'ARITEMS NAO ENCONTRADO - NENHUM TITULO'
               GO TO 0100-EXIT
           END-IF.

           PERFORM UNTIL LEITURA-ACABOU
               READ AR-ITEMS-FILE
                   AT END
                       MOVE 'S' TO WRK-EOF
                   NOT AT END
                       IF TITULO-MENSALIDADE AND TITULO-ABERTO
                           AND AR-VENCIMENTO < WRK-HOJE
                           PERFORM 0150-ACUMULA-TITULO
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE AR-ITEMS-FILE.
       0100-EXIT.
           EXIT.

      ******************************************************************
      * 0150-ACUMULA-TITULO - SOMA O TITULO LIDO NA LINHA DO CLIENTE.
      ******************************************************************
       0150-ACUMULA-TITULO SECTION.
           MOVE 'S' TO DU-FUNCAO.
           MOVE AR-VENCIMENTO TO DU-DATA.
           CALL 'DATEUTIL' USING DU-PARM.
           COMPUTE WRK-ATRASO = WRK-DIAS-HOJE - DU-DIAS-CORRIDOS.

           MOVE 0 TO WRK-VEN-POS.
           PERFORM VARYING WRK-VEN-IDX FROM 1 BY 1
                   UNTIL WRK-VEN-IDX > WRK-VEN-QTD
                       OR WRK-VEN-POS > 0
               IF WRK-VEN-CLIENTE(WRK-VEN-IDX) = AR-CLIENTE
                   MOVE WRK-VEN-IDX TO WRK-VEN-POS
               END-IF
           END-PERFORM.

           IF WRK-VEN-POS = 0
               IF WRK-VEN-QTD NOT < 2000
                   GO TO 0150-EXIT
               END-IF
               ADD 1 TO WRK-VEN-QTD
               MOVE WRK-VEN-QTD TO WRK-VEN-POS
               INITIALIZE WRK-VEN-LINHA(WRK-VEN-POS)
               MOVE AR-CLIENTE TO WRK-VEN-CLIENTE(WRK-VEN-POS)
               MOVE AR-VENCIMENTO TO WRK-VEN-VENCTO(WRK-VEN-POS)
           END-IF.

           ADD 1 TO WRK-VEN-TITULOS(WRK-VEN-POS).
           ADD 1 TO WRK-QTDE-TITULOS.
           ADD AR-VALOR TO WRK-VEN-VALOR(WRK-VEN-POS).
           ADD AR-VALOR TO WRK-TOT-VENCIDO.
           IF WRK-ATRASO > WRK-VEN-ATRASO(WRK-VEN-POS)
               MOVE WRK-ATRASO TO WRK-VEN-ATRASO(WRK-VEN-POS)
               MOVE AR-VENCIMENTO TO WRK-VEN-VENCTO(WRK-VEN-POS)
           END-IF.
       0150-EXIT.
           EXIT.

      ******************************************************************
      * 0200-CARREGA-RESPONSAVEIS - LE O STUDRESP PARA A TABELA.
      ******************************************************************
       0200-CARREGA-RESPONSAVEIS SECTION.
           MOVE 'N' TO WRK-EOF.
           OPEN INPUT STUDENT-RESP-FILE.
           IF WRK-RESP-STATUS NOT = '00'
               DISPLAY 'STUDRESP NAO ENCONTRADO'
               GO TO 0200-EXIT
           END-IF.

           PERFORM UNTIL LEITURA-ACABOU
               READ STUDENT-RESP-FILE
                   AT END
                       MOVE 'S' TO WRK-EOF
                   NOT AT END
                       IF WRK-RSP-QTD < 2000
                           ADD 1 TO WRK-RSP-QTD
                           MOVE SR-ID   TO WRK-RSP-ID(WRK-RSP-QTD)
                           MOVE SR-NOME TO WRK-RSP-NOME(WRK-RSP-QTD)
                           MOVE SR-CLIENTE
                               TO WRK-RSP-CLIENTE(WRK-RSP-QTD)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE STUDENT-RESP-FILE.
       0200-EXIT.
           EXIT.

      ******************************************************************
      * 0300-LISTA-ALUNOS - UMA PASSADA NO STUDENTMASTER IMPRIMINDO OS
      * ALUNOS CUJO RESPONSAVEL TEM MENSALIDADE VENCIDA.
      ******************************************************************
       0300-LISTA-ALUNOS SECTION.
           MOVE 'N' TO WRK-EOF.
           OPEN INPUT STUDENT-MASTER-FILE.
           IF WRK-ALUNO-STATUS NOT = '00'
               DISPLAY 'STUDENTMASTER NAO ENCONTRADO'
               GO TO 0300-EXIT
           END-IF.

           PERFORM UNTIL LEITURA-ACABOU
               READ STUDENT-MASTER-FILE
                   AT END
                       MOVE 'S' TO WRK-EOF
                   NOT AT END
                       PERFORM 0350-AVALIA-ALUNO
               END-READ
           END-PERFORM.

           CLOSE STUDENT-MASTER-FILE.
       0300-EXIT.
           EXIT.

      ******************************************************************
      * 0350-AVALIA-ALUNO - LINHA DO ALUNO EM SM-REGISTRO, SE O CLIENTE
      * DO SEU RESPONSAVEL ESTA NA TABELA DE VENCIDOS.
      ******************************************************************
       0350-AVALIA-ALUNO SECTION.
           MOVE 'N' TO WRK-RSP-ACHOU.
           PERFORM VARYING WRK-RSP-IDX FROM 1 BY 1
                   UNTIL WRK-RSP-IDX > WRK-RSP-QTD
                       OR RESP-EXISTE
               IF WRK-RSP-ID(WRK-RSP-IDX) = SM-ID
                   MOVE 'S' TO WRK-RSP-ACHOU
                   SUBTRACT 1 FROM WRK-RSP-IDX
               END-IF
           END-PERFORM.
           IF NOT RESP-EXISTE
               GO TO 0350-EXIT
           END-IF.

           MOVE 0 TO WRK-VEN-POS.
           PERFORM VARYING WRK-VEN-IDX FROM 1 BY 1
                   UNTIL WRK-VEN-IDX > WRK-VEN-QTD
                       OR WRK-VEN-POS > 0
               IF WRK-VEN-CLIENTE(WRK-VEN-IDX)
                   = WRK-RSP-CLIENTE(WRK-RSP-IDX)
                   MOVE WRK-VEN-IDX TO WRK-VEN-POS
               END-IF
           END-PERFORM.
           IF WRK-VEN-POS = 0
               GO TO 0350-EXIT
           END-IF.

           ADD 1 TO WRK-VEN-ALUNOS(WRK-VEN-POS).
           ADD 1 TO WRK-QTDE-ALUNOS.
           MOVE WRK-VEN-TITULOS(WRK-VEN-POS) TO WRK-ED-TITULOS.
           MOVE WRK-VEN-ATRASO(WRK-VEN-POS)  TO WRK-ED-ATRASO.
           MOVE WRK-VEN-VALOR(WRK-VEN-POS)   TO WRK-CURR-ED-08.

           MOVE SPACES TO OR-LINHA.
           STRING SM-ID ' ' SM-NOME(1:30) ' ' SM-TURMA ' '
                  WRK-RSP-NOME(WRK-RSP-IDX)(1:30) ' '
                  WRK-ED-TITULOS ' ' WRK-ED-ATRASO '  '
                  WRK-VEN-VENCTO(WRK-VEN-POS) '        '
                  WRK-CURR-ED-08
               DELIMITED BY SIZE INTO OR-LINHA
           END-STRING.
           WRITE OR-LINHA.
       0350-EXIT.
           EXIT.

       END PROGRAM PROGCOB182.
