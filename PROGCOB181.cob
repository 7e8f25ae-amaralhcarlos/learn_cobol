       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB181.
      ******************************************************************
      *AUTHOR: CARLOS AMARAL
      *DATE: 15/10/2026
      *PURPOSE: FATURAMENTO MENSAL DAS MENSALIDADES ESCOLARES. PARA A
      *         COMPETENCIA INFORMADA (AAAAMM), SOMA A MENSALIDADE
      *         (TUITIONPRICE) DE CADA DISCIPLINA EM QUE O ALUNO ATIVO
      *         ESTA MATRICULADO NO PERIODO (ENROLLMENT; JANEIRO A
      *         JUNHO E O PERIODO AAAA-1, JULHO A DEZEMBRO O AAAA-2) E
      *         GRAVA NO ARITEMS UM TITULO POR RESPONSAVEL FINANCEIRO
      *         (STUDRESP), NO CLIENTE DELE NO CUSTMASTER, COM AR-TIPO
      *         'M' E VENCIMENTO NO DIA 10 DA COMPETENCIA. ASSIM A
      *         COBRANCA DO PROGCOB068, A REMESSA DO PROGCOB070 E A
      *         BAIXA DO PROGCOB069 TRATAM A MENSALIDADE COMO QUALQUER
      *         TITULO. RESPONSAVEL QUE JA TEM TITULO DE MENSALIDADE
      *         VENCENDO NA COMPETENCIA NAO E FATURADO DE NOVO, ENTAO A
      *         RODADA PODE SER REPETIDA. O DEMONSTRATIVO SAI NO
      *         TUITIONBILLRPT, COM OS ALUNOS SEM RESPONSAVEL E AS
      *         DISCIPLINAS SEM MENSALIDADE COMO PENDENCIAS (RC 4).
      *MODIFICATION HISTORY:
      * 15/10/2026 - VENCIMENTO DO DIA 10 QUE CAIR EM FIM DE SEMANA OU
      *              FERIADO PASSA PARA O PROXIMO DIA UTIL DA UF DA
      *              FILIAL 01 (DATEUTIL FUNCAO P), MESMA REGRA DOS
      *              DEMAIS TITULOS DO ARITEMS.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TUITION-PRICE-FILE ASSIGN TO 'TUITIONPRICE'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-PRECO-STATUS.

           SELECT STUDENT-RESP-FILE ASSIGN TO 'STUDRESP'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-RESP-STATUS.

           SELECT STUDENT-MASTER-FILE ASSIGN TO 'STUDENTMASTER'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-ALUNO-STATUS.

           SELECT ENROLLMENT-FILE ASSIGN TO 'ENROLLMENT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-MATR-STATUS.

           SELECT AR-ITEMS-FILE ASSIGN TO 'ARITEMS'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-AR-STATUS.

           SELECT BILLING-REPORT-FILE ASSIGN TO 'TUITIONBILLRPT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TUITION-PRICE-FILE.
           COPY 'TUITIONPRICE-REC.cob'.

       FD  STUDENT-RESP-FILE.
           COPY 'STUDRESP-REC.cob'.

       FD  STUDENT-MASTER-FILE.
           COPY 'STUDENTMASTER-REC.cob'.

       FD  ENROLLMENT-FILE.
           COPY 'ENROLLMENT-REC.cob'.

       FD  AR-ITEMS-FILE.
           COPY 'ARITEMS-REC.cob'.

       FD  BILLING-REPORT-FILE.
       01  BR-LINHA                PIC X(100).

       WORKING-STORAGE SECTION.
           COPY 'DATEUTIL-PARM.cob'.
           COPY 'FILUTIL-PARM.cob'.
       COPY 'CURRENCY-BOOK.cob'.

       77  WRK-PRECO-STATUS    PIC X(02)       VALUE SPACES.
       77  WRK-RESP-STATUS     PIC X(02)       VALUE SPACES.
       77  WRK-ALUNO-STATUS    PIC X(02)       VALUE SPACES.
       77  WRK-MATR-STATUS     PIC X(02)       VALUE SPACES.
       77  WRK-AR-STATUS       PIC X(02)       VALUE SPACES.
       77  WRK-REPORT-STATUS   PIC X(02)       VALUE SPACES.
       77  WRK-EOF             PIC X(01)       VALUE 'N'.
           88  LEITURA-ACABOU                  VALUE 'S'.

       77  WRK-HOJE            PIC 9(08)       VALUE ZEROES.

      ******************************************************************
      * COMPETENCIA FATURADA, PERIODO LETIVO CORRESPONDENTE E
      * VENCIMENTO DOS TITULOS (DIA 10 DA COMPETENCIA).
      ******************************************************************
       01  WRK-COMPETENCIA.
           02  WRK-COMP-ANO    PIC 9(04)       VALUE ZEROES.
           02  WRK-COMP-MES    PIC 9(02)       VALUE ZEROES.
       01  WRK-COMPETENCIA-X REDEFINES WRK-COMPETENCIA PIC X(06).
       01  WRK-TERMO.
           02  WRK-TERMO-ANO   PIC 9(04)       VALUE ZEROES.
           02  FILLER          PIC X(01)       VALUE '-'.
           02  WRK-TERMO-SEM   PIC 9(01)       VALUE ZEROES.
       01  WRK-VENCTO.
           02  WRK-VENCTO-AAAAMM PIC 9(06)     VALUE ZEROES.
           02  WRK-VENCTO-DIA  PIC 9(02)       VALUE 10.
       01  WRK-VENCTO-NUM REDEFINES WRK-VENCTO PIC 9(08).
       01  WRK-AR-VENCTO-X     PIC X(08)       VALUE SPACES.

      ******************************************************************
      * MENSALIDADES DO PERIODO (TUITIONPRICE FILTRADO PELO TERMO).
      ******************************************************************
       77  WRK-PRC-QTD         PIC 9(03)       VALUE ZEROES.
       77  WRK-PRC-IDX         PIC 9(03)       VALUE ZEROES.
       77  WRK-PRC-ACHOU       PIC X(01)       VALUE 'N'.
           88  PRECO-EXISTE                    VALUE 'S'.
       01  WRK-TAB-PRECOS.
           02  WRK-PRC-LINHA   OCCURS 400 TIMES.
               03  WRK-PRC-DISCIPLINA  PIC X(10).
               03  WRK-PRC-VALOR       PIC 9(06)V99.

      ******************************************************************
      * RESPONSAVEIS FINANCEIROS (STUDRESP) E MATRICULAS DO PERIODO.
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

       77  WRK-MAT-QTD         PIC 9(04)       VALUE ZEROES.
       77  WRK-MAT-IDX         PIC 9(04)       VALUE ZEROES.
       01  WRK-TAB-MATRICULAS.
           02  WRK-MAT-LINHA   OCCURS 4000 TIMES.
               03  WRK-MAT-ID          PIC X(10).
               03  WRK-MAT-DISCIPLINA  PIC X(10).

      ******************************************************************
      * CLIENTES QUE JA TEM TITULO DE MENSALIDADE VENCENDO NA
      * COMPETENCIA (RODADA ANTERIOR DO MESMO MES).
      ******************************************************************
       77  WRK-JAF-QTD         PIC 9(04)       VALUE ZEROES.
       77  WRK-JAF-IDX         PIC 9(04)       VALUE ZEROES.
       01  WRK-TAB-JA-FATURADOS.
           02  WRK-JAF-CLIENTE PIC 9(06)       OCCURS 2000 TIMES.
       77  WRK-JA-FATURADO     PIC X(01)       VALUE 'N'.
           88  CLIENTE-JA-FATURADO             VALUE 'S'.

      ******************************************************************
      * TITULOS A GRAVAR: UM POR CLIENTE DO RESPONSAVEL, SOMANDO OS
      * ALUNOS (IRMAOS) QUE ELE PAGA.
      ******************************************************************
       77  WRK-FAT-QTD         PIC 9(04)       VALUE ZEROES.
       77  WRK-FAT-IDX         PIC 9(04)       VALUE ZEROES.
       77  WRK-FAT-POS         PIC 9(04)       VALUE ZEROES.
       01  WRK-TAB-FATURAS.
           02  WRK-FAT-LINHA   OCCURS 2000 TIMES.
               03  WRK-FAT-CLIENTE     PIC 9(06).
               03  WRK-FAT-NOME        PIC X(40).
               03  WRK-FAT-VALOR       PIC 9(08)V99.
               03  WRK-FAT-ALUNOS      PIC 9(03).

       77  WRK-VALOR-ALUNO     PIC 9(08)V99    VALUE ZEROES.
       77  WRK-DISC-ALUNO      PIC 9(03)       VALUE ZEROES.
       77  WRK-QTDE-ALUNOS     PIC 9(05)       VALUE ZEROES.
       77  WRK-QTDE-TITULOS    PIC 9(05)       VALUE ZEROES.
       77  WRK-QTDE-REPETIDOS  PIC 9(05)       VALUE ZEROES.
       77  WRK-QTDE-PENDENCIAS PIC 9(05)       VALUE ZEROES.
       77  WRK-TOT-FATURADO    PIC 9(10)V99    VALUE ZEROES.

       PROCEDURE DIVISION.

           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.

           DISPLAY 'COMPETENCIA A FATURAR (AAAAMM): '.
           ACCEPT WRK-COMPETENCIA.
           IF WRK-COMPETENCIA-X NOT NUMERIC
               OR WRK-COMP-MES < 1 OR WRK-COMP-MES > 12
               DISPLAY 'COMPETENCIA INVALIDA - NADA FATURADO'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WRK-COMP-ANO TO WRK-TERMO-ANO.
           IF WRK-COMP-MES > 6
               MOVE 2 TO WRK-TERMO-SEM
           ELSE
               MOVE 1 TO WRK-TERMO-SEM
           END-IF.
           MOVE WRK-COMPETENCIA TO WRK-VENCTO-AAAAMM.
           PERFORM 0050-DIA-UTIL-VENCIMENTO.

           PERFORM 0100-CARREGA-PRECOS.
           PERFORM 0120-CARREGA-RESPONSAVEIS.
           PERFORM 0140-CARREGA-MATRICULAS.
           PERFORM 0160-CARREGA-JA-FATURADOS.

           OPEN OUTPUT BILLING-REPORT-FILE.
           MOVE SPACES TO BR-LINHA.
           STRING 'FATURAMENTO DE MENSALIDADES - COMPETENCIA '
                  WRK-COMPETENCIA ' - PERIODO ' WRK-TERMO
                  ' - VENCIMENTO ' WRK-VENCTO
               DELIMITED BY SIZE INTO BR-LINHA
           END-STRING.
           WRITE BR-LINHA.
           MOVE SPACES TO BR-LINHA.
           WRITE BR-LINHA FROM '-------------------------------------'.

           PERFORM 0200-PROCESSA-ALUNOS.
           PERFORM 0400-GRAVA-TITULOS.

           MOVE SPACES TO BR-LINHA.
           WRITE BR-LINHA FROM '-------------------------------------'.
           MOVE WRK-TOT-FATURADO TO WRK-CURR-ED-09.
           MOVE SPACES TO BR-LINHA.
           STRING 'ALUNOS FATURADOS ' WRK-QTDE-ALUNOS
                  '  TITULOS GRAVADOS ' WRK-QTDE-TITULOS
                  '  TOTAL ' WRK-CURR-ED-09
               DELIMITED BY SIZE INTO BR-LINHA
           END-STRING.
           WRITE BR-LINHA.
           MOVE SPACES TO BR-LINHA.
           STRING 'JA FATURADOS NA COMPETENCIA ' WRK-QTDE-REPETIDOS
                  '  PENDENCIAS ' WRK-QTDE-PENDENCIAS
               DELIMITED BY SIZE INTO BR-LINHA
           END-STRING.
           WRITE BR-LINHA.
           CLOSE BILLING-REPORT-FILE.

           DISPLAY 'TITULOS DE MENSALIDADE GRAVADOS: ' WRK-QTDE-TITULOS.
           DISPLAY 'PENDENCIAS (VER TUITIONBILLRPT): '
                   WRK-QTDE-PENDENCIAS.
           IF WRK-QTDE-PENDENCIAS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

      ******************************************************************
      * 0050-DIA-UTIL-VENCIMENTO - VIRA O VENCIMENTO (DIA 10 DA
      * COMPETENCIA) PARA O PROXIMO DIA UTIL DA UF DA FILIAL 01, COMO
      * NA BAIXA DO PROGCOB069.
      ******************************************************************
       0050-DIA-UTIL-VENCIMENTO SECTION.
           MOVE 'N' TO FU-FUNCAO.
           MOVE 01 TO FU-FILIAL.
           CALL 'FILUTIL' USING FU-PARM.

           MOVE 'P' TO DU-FUNCAO.
           MOVE WRK-VENCTO TO DU-DATA.
           MOVE FU-UF TO DU-UF.
           CALL 'DATEUTIL' USING DU-PARM.
           IF DU-RETORNO = 'S'
               MOVE DU-DATA TO WRK-VENCTO
           END-IF.

      ******************************************************************
      * 0100-CARREGA-PRECOS - MENSALIDADES DO PERIODO DA COMPETENCIA.
      ******************************************************************
       0100-CARREGA-PRECOS SECTION.
           MOVE 'N' TO WRK-EOF.
           OPEN INPUT TUITION-PRICE-FILE.
           IF WRK-PRECO-STATUS NOT = '00'
               DISPLAY 'TUITIONPRICE NAO ENCONTRADO'
               GO TO 0100-EXIT
           END-IF.

           PERFORM UNTIL LEITURA-ACABOU
               READ TUITION-PRICE-FILE
                   AT END
                       MOVE 'S' TO WRK-EOF
                   NOT AT END
                       IF TP-TERMO = WRK-TERMO
                           AND TP-MENSALIDADE NUMERIC
                           AND WRK-PRC-QTD < 400
                           ADD 1 TO WRK-PRC-QTD
                           MOVE TP-DISCIPLINA
                               TO WRK-PRC-DISCIPLINA(WRK-PRC-QTD)
                           MOVE TP-MENSALIDADE
                               TO WRK-PRC-VALOR(WRK-PRC-QTD)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE TUITION-PRICE-FILE.
       0100-EXIT.
           EXIT.

      ******************************************************************
      * 0120-CARREGA-RESPONSAVEIS - LE O STUDRESP PARA A TABELA.
      ******************************************************************
       0120-CARREGA-RESPONSAVEIS SECTION.
           MOVE 'N' TO WRK-EOF.
           OPEN INPUT STUDENT-RESP-FILE.
           IF WRK-RESP-STATUS NOT = '00'
               DISPLAY 'STUDRESP NAO ENCONTRADO'
               GO TO 0120-EXIT
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
       0120-EXIT.
           EXIT.

      ******************************************************************
      * 0140-CARREGA-MATRICULAS - MATRICULAS DO PERIODO DA COMPETENCIA.
      ******************************************************************
       0140-CARREGA-MATRICULAS SECTION.
           MOVE 'N' TO WRK-EOF.
           OPEN INPUT ENROLLMENT-FILE.
           IF WRK-MATR-STATUS NOT = '00'
               DISPLAY 'ENROLLMENT NAO ENCONTRADO'
               GO TO 0140-EXIT
           END-IF.

           PERFORM UNTIL LEITURA-ACABOU
               READ ENROLLMENT-FILE
                   AT END
                       MOVE 'S' TO WRK-EOF
                   NOT AT END
                       IF EN-TERMO = WRK-TERMO
                           AND WRK-MAT-QTD < 4000
                           ADD 1 TO WRK-MAT-QTD
                           MOVE EN-ID TO WRK-MAT-ID(WRK-MAT-QTD)
                           MOVE EN-DISCIPLINA
                               TO WRK-MAT-DISCIPLINA(WRK-MAT-QTD)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ENROLLMENT-FILE.
       0140-EXIT.
           EXIT.

      ******************************************************************
      * 0160-CARREGA-JA-FATURADOS - CLIENTES COM TITULO DE MENSALIDADE
      * JA GRAVADO NO ARITEMS VENCENDO NA COMPETENCIA.
      ******************************************************************
       0160-CARREGA-JA-FATURADOS SECTION.
           MOVE 'N' TO WRK-EOF.
           OPEN INPUT AR-ITEMS-FILE.
           IF WRK-AR-STATUS NOT = '00'
               GO TO 0160-EXIT
           END-IF.

           PERFORM UNTIL LEITURA-ACABOU
               READ AR-ITEMS-FILE
                   AT END
                       MOVE 'S' TO WRK-EOF
                   NOT AT END
                       MOVE AR-VENCIMENTO TO WRK-AR-VENCTO-X
                       IF TITULO-MENSALIDADE
                           AND WRK-AR-VENCTO-X(1:6)
                               = WRK-COMPETENCIA-X
                           AND WRK-JAF-QTD < 2000
                           ADD 1 TO WRK-JAF-QTD
                           MOVE AR-CLIENTE
                               TO WRK-JAF-CLIENTE(WRK-JAF-QTD)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE AR-ITEMS-FILE.
       0160-EXIT.
           EXIT.

      ******************************************************************
      * 0200-PROCESSA-ALUNOS - UMA PASSADA NO STUDENTMASTER SOMANDO A
      * MENSALIDADE DE CADA ALUNO ATIVO NA FATURA DO SEU RESPONSAVEL.
      ******************************************************************
       0200-PROCESSA-ALUNOS SECTION.
           MOVE 'N' TO WRK-EOF.
           OPEN INPUT STUDENT-MASTER-FILE.
           IF WRK-ALUNO-STATUS NOT = '00'
               DISPLAY 'STUDENTMASTER NAO ENCONTRADO - NADA FATURADO'
               GO TO 0200-EXIT
           END-IF.

           PERFORM UNTIL LEITURA-ACABOU
               READ STUDENT-MASTER-FILE
                   AT END
                       MOVE 'S' TO WRK-EOF
                   NOT AT END
                       IF SM-SITUACAO = 'A'
                           PERFORM 0250-FATURA-ALUNO
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE STUDENT-MASTER-FILE.
       0200-EXIT.
           EXIT.

      ******************************************************************
      * 0250-FATURA-ALUNO - SOMA AS DISCIPLINAS DO ALUNO EM SM-REGISTRO
      * E LEVA O VALOR PARA A FATURA DO CLIENTE DO RESPONSAVEL.
      ******************************************************************
       0250-FATURA-ALUNO SECTION.
           MOVE 0 TO WRK-VALOR-ALUNO.
           MOVE 0 TO WRK-DISC-ALUNO.
           PERFORM VARYING WRK-MAT-IDX FROM 1 BY 1
                   UNTIL WRK-MAT-IDX > WRK-MAT-QTD
               IF WRK-MAT-ID(WRK-MAT-IDX) = SM-ID
                   PERFORM 0300-SOMA-DISCIPLINA
               END-IF
           END-PERFORM.

           IF WRK-DISC-ALUNO = 0
               GO TO 0250-EXIT
           END-IF.

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
               ADD 1 TO WRK-QTDE-PENDENCIAS
               MOVE SPACES TO BR-LINHA
               STRING 'PENDENCIA: ALUNO ' SM-ID ' ' SM-NOME
                      ' SEM RESPONSAVEL FINANCEIRO'
                   DELIMITED BY SIZE INTO BR-LINHA
               END-STRING
               WRITE BR-LINHA
               GO TO 0250-EXIT
           END-IF.

           MOVE 0 TO WRK-FAT-POS.
           PERFORM VARYING WRK-FAT-IDX FROM 1 BY 1
                   UNTIL WRK-FAT-IDX > WRK-FAT-QTD
                       OR WRK-FAT-POS > 0
               IF WRK-FAT-CLIENTE(WRK-FAT-IDX)
                   = WRK-RSP-CLIENTE(WRK-RSP-IDX)
                   MOVE WRK-FAT-IDX TO WRK-FAT-POS
               END-IF
           END-PERFORM.
           IF WRK-FAT-POS = 0
               IF WRK-FAT-QTD NOT < 2000
                   ADD 1 TO WRK-QTDE-PENDENCIAS
                   MOVE SPACES TO BR-LINHA
                   STRING 'PENDENCIA: ALUNO ' SM-ID
                          ' FORA DA TABELA DE 2000 RESPONSAVEIS'
                       DELIMITED BY SIZE INTO BR-LINHA
                   END-STRING
                   WRITE BR-LINHA
                   GO TO 0250-EXIT
               END-IF
               ADD 1 TO WRK-FAT-QTD
               MOVE WRK-FAT-QTD TO WRK-FAT-POS
               MOVE WRK-RSP-CLIENTE(WRK-RSP-IDX)
                   TO WRK-FAT-CLIENTE(WRK-FAT-POS)
               MOVE WRK-RSP-NOME(WRK-RSP-IDX)
                   TO WRK-FAT-NOME(WRK-FAT-POS)
               MOVE 0 TO WRK-FAT-VALOR(WRK-FAT-POS)
               MOVE 0 TO WRK-FAT-ALUNOS(WRK-FAT-POS)
           END-IF.
           ADD WRK-VALOR-ALUNO TO WRK-FAT-VALOR(WRK-FAT-POS).
           ADD 1 TO WRK-FAT-ALUNOS(WRK-FAT-POS).

           MOVE WRK-VALOR-ALUNO TO WRK-CURR-ED-06.
           MOVE SPACES TO BR-LINHA.
           STRING 'ALUNO ' SM-ID ' ' SM-NOME ' '
                  WRK-DISC-ALUNO ' DISC ' WRK-CURR-ED-06
                  ' CLIENTE ' WRK-FAT-CLIENTE(WRK-FAT-POS)
               DELIMITED BY SIZE INTO BR-LINHA
           END-STRING.
           WRITE BR-LINHA.
       0250-EXIT.
           EXIT.

      ******************************************************************
      * 0300-SOMA-DISCIPLINA - MENSALIDADE DA MATRICULA WRK-MAT-IDX.
      * DISCIPLINA SEM MENSALIDADE NO PERIODO FICA COMO PENDENCIA.
      ******************************************************************
       0300-SOMA-DISCIPLINA SECTION.
           MOVE 'N' TO WRK-PRC-ACHOU.
           PERFORM VARYING WRK-PRC-IDX FROM 1 BY 1
                   UNTIL WRK-PRC-IDX > WRK-PRC-QTD
                       OR PRECO-EXISTE
               IF WRK-PRC-DISCIPLINA(WRK-PRC-IDX)
                   = WRK-MAT-DISCIPLINA(WRK-MAT-IDX)
                   MOVE 'S' TO WRK-PRC-ACHOU
                   SUBTRACT 1 FROM WRK-PRC-IDX
               END-IF
           END-PERFORM.

           IF NOT PRECO-EXISTE
               ADD 1 TO WRK-QTDE-PENDENCIAS
               MOVE SPACES TO BR-LINHA
               STRING 'PENDENCIA: DISCIPLINA '
                      WRK-MAT-DISCIPLINA(WRK-MAT-IDX)
                      ' SEM MENSALIDADE NO PERIODO - ALUNO ' SM-ID
                   DELIMITED BY SIZE INTO BR-LINHA
               END-STRING
               WRITE BR-LINHA
               GO TO 0300-EXIT
           END-IF.

           ADD WRK-PRC-VALOR(WRK-PRC-IDX) TO WRK-VALOR-ALUNO.
           ADD 1 TO WRK-DISC-ALUNO.
       0300-EXIT.
           EXIT.

      ******************************************************************
      * 0400-GRAVA-TITULOS - UM TITULO DE MENSALIDADE POR CLIENTE NO
      * ARITEMS (MESMA ABERTURA EM EXTEND DO PROGCOB025), MENOS PARA
      * QUEM JA FOI FATURADO NA COMPETENCIA.
      ******************************************************************
       0400-GRAVA-TITULOS SECTION.
           IF WRK-FAT-QTD = 0
               GO TO 0400-EXIT
           END-IF.

           OPEN EXTEND AR-ITEMS-FILE.
           IF WRK-AR-STATUS NOT = '00'
               OPEN OUTPUT AR-ITEMS-FILE
           END-IF.

           PERFORM VARYING WRK-FAT-IDX FROM 1 BY 1
                   UNTIL WRK-FAT-IDX > WRK-FAT-QTD
               PERFORM 0450-GRAVA-TITULO
           END-PERFORM.

           CLOSE AR-ITEMS-FILE.
       0400-EXIT.
           EXIT.

      ******************************************************************
      * 0450-GRAVA-TITULO - TITULO DO CLIENTE WRK-FAT-IDX.
      ******************************************************************
       0450-GRAVA-TITULO SECTION.
           MOVE 'N' TO WRK-JA-FATURADO.
           PERFORM VARYING WRK-JAF-IDX FROM 1 BY 1
                   UNTIL WRK-JAF-IDX > WRK-JAF-QTD
                       OR CLIENTE-JA-FATURADO
               IF WRK-JAF-CLIENTE(WRK-JAF-IDX)
                   = WRK-FAT-CLIENTE(WRK-FAT-IDX)
                   MOVE 'S' TO WRK-JA-FATURADO
               END-IF
           END-PERFORM.

           MOVE WRK-FAT-VALOR(WRK-FAT-IDX) TO WRK-CURR-ED-08.
           IF CLIENTE-JA-FATURADO
               ADD 1 TO WRK-QTDE-REPETIDOS
               MOVE SPACES TO BR-LINHA
               STRING 'CLIENTE ' WRK-FAT-CLIENTE(WRK-FAT-IDX) ' '
                      WRK-FAT-NOME(WRK-FAT-IDX)
                      ' JA FATURADO NA COMPETENCIA - IGNORADO'
                   DELIMITED BY SIZE INTO BR-LINHA
               END-STRING
               WRITE BR-LINHA
               GO TO 0450-EXIT
           END-IF.

           MOVE WRK-FAT-CLIENTE(WRK-FAT-IDX) TO AR-CLIENTE.
           MOVE WRK-FAT-VALOR(WRK-FAT-IDX)   TO AR-VALOR.
           MOVE WRK-HOJE         TO AR-EMISSAO.
           MOVE WRK-VENCTO-NUM   TO AR-VENCIMENTO.
           MOVE 'A'              TO AR-SITUACAO.
           MOVE ZEROES           TO AR-DATA-PAGTO.
           MOVE ZEROES           TO AR-PEDIDO.
           MOVE 1                TO AR-PARCELA.
           MOVE 1                TO AR-TOT-PARCELAS.
           MOVE 'M'              TO AR-TIPO.
           MOVE 'BRL'            TO AR-MOEDA.
           MOVE ZEROES           TO AR-VALOR-ME.
           MOVE ZEROES           TO AR-TAXA.
           WRITE AR-REGISTRO.

           ADD 1 TO WRK-QTDE-TITULOS.
           ADD WRK-FAT-ALUNOS(WRK-FAT-IDX) TO WRK-QTDE-ALUNOS.
           ADD WRK-FAT-VALOR(WRK-FAT-IDX) TO WRK-TOT-FATURADO.

           MOVE SPACES TO BR-LINHA.
           STRING 'TITULO CLIENTE ' WRK-FAT-CLIENTE(WRK-FAT-IDX) ' '
                  WRK-FAT-NOME(WRK-FAT-IDX) ' '
                  WRK-FAT-ALUNOS(WRK-FAT-IDX) ' ALUNO(S) '
                  WRK-CURR-ED-08
               DELIMITED BY SIZE INTO BR-LINHA
           END-STRING.
           WRITE BR-LINHA.
       0450-EXIT.
           EXIT.

       END PROGRAM PROGCOB181.
