       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB180.
      ******************************************************************
      *AUTHOR: CARLOS AMARAL
      *DATE: 15/10/2026
      *PURPOSE: CADASTRO FINANCEIRO DA ESCOLA. MANTEM A TABELA DE
      *         MENSALIDADES (TUITIONPRICE), COM O VALOR MENSAL DE
      *         CADA DISCIPLINA OFERTADA NO SUBJMASTER POR PERIODO, E
      *         O RESPONSAVEL FINANCEIRO DE CADA ALUNO (STUDRESP):
      *         NOME, CPF VALIDADO PELO DIGITO VERIFICADOR (MESMO
      *         ALGORITMO DO PROGCOB048) E O CODIGO DO CLIENTE NO
      *         CUSTMASTER, QUE PRECISA EXISTIR E TER O MESMO CPF. O
      *         FATURAMENTO MENSAL QUE USA ESTES DOIS ARQUIVOS E O
      *         PROGCOB181.
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

           SELECT SUBJECT-MASTER-FILE ASSIGN TO 'SUBJMASTER'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-DISC-STATUS.

           SELECT STUDENT-MASTER-FILE ASSIGN TO 'STUDENTMASTER'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-ALUNO-STATUS.

           SELECT CUST-MASTER-FILE ASSIGN TO 'CUSTMASTER'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CODIGO
               FILE STATUS IS WRK-CUST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TUITION-PRICE-FILE.
           COPY 'TUITIONPRICE-REC.cob'.

       FD  STUDENT-RESP-FILE.
           COPY 'STUDRESP-REC.cob'.

       FD  SUBJECT-MASTER-FILE.
           COPY 'SUBJMASTER-REC.cob'.

       FD  STUDENT-MASTER-FILE.
           COPY 'STUDENTMASTER-REC.cob'.

       FD  CUST-MASTER-FILE.
           COPY 'CUSTMASTER-REC.cob'.

       WORKING-STORAGE SECTION.
       COPY 'CURRENCY-BOOK.cob'.

       77  WRK-PRECO-STATUS    PIC X(02)       VALUE SPACES.
       77  WRK-RESP-STATUS     PIC X(02)       VALUE SPACES.
       77  WRK-DISC-STATUS     PIC X(02)       VALUE SPACES.
       77  WRK-ALUNO-STATUS    PIC X(02)       VALUE SPACES.
       77  WRK-CUST-STATUS     PIC X(02)       VALUE SPACES.
       77  WRK-EOF             PIC X(01)       VALUE 'N'.
           88  LEITURA-ACABOU                  VALUE 'S'.

       77  WRK-OPCAO           PIC 9(01)       VALUE ZEROES.
       77  WRK-MEXEU-PRECO     PIC X(01)       VALUE 'N'.
       77  WRK-MEXEU-RESP      PIC X(01)       VALUE 'N'.
       77  WRK-ID              PIC X(10)       VALUE SPACES.
       77  WRK-DISCIPLINA      PIC X(10)       VALUE SPACES.
       77  WRK-TERMO           PIC X(06)       VALUE SPACES.
       77  WRK-VALOR           PIC 9(06)V99    VALUE ZEROES.
       77  WRK-NOME            PIC X(40)       VALUE SPACES.
       77  WRK-CLIENTE         PIC 9(06)       VALUE ZEROES.
       77  WRK-QTDE-LISTADAS   PIC 9(03)       VALUE ZEROES.

      ******************************************************************
      * TABELA DE MENSALIDADES EM MEMORIA, REGRAVADA NA SAIDA QUANDO
      * HOUVE ALTERACAO (MESMA MECANICA DO PROGCOB112).
      ******************************************************************
       77  WRK-PRC-QTD         PIC 9(03)       VALUE ZEROES.
       77  WRK-PRC-IDX         PIC 9(03)       VALUE ZEROES.
       77  WRK-PRC-ACHOU       PIC X(01)       VALUE 'N'.
           88  PRECO-EXISTE                    VALUE 'S'.
       01  WRK-TAB-PRECOS.
           02  WRK-PRC-LINHA   OCCURS 400 TIMES.
               03  WRK-PRC-DISCIPLINA  PIC X(10).
               03  WRK-PRC-TERMO       PIC X(06).
               03  WRK-PRC-VALOR       PIC 9(06)V99.

      ******************************************************************
      * RESPONSAVEIS FINANCEIROS EM MEMORIA (UMA LINHA POR ALUNO).
      ******************************************************************
       77  WRK-RSP-QTD         PIC 9(04)       VALUE ZEROES.
       77  WRK-RSP-IDX         PIC 9(04)       VALUE ZEROES.
       77  WRK-RSP-ACHOU       PIC X(01)       VALUE 'N'.
           88  RESP-EXISTE                     VALUE 'S'.
       01  WRK-TAB-RESPONSAVEIS.
           02  WRK-RSP-LINHA   OCCURS 2000 TIMES.
               03  WRK-RSP-ID          PIC X(10).
               03  WRK-RSP-NOME        PIC X(40).
               03  WRK-RSP-CPF         PIC 9(11).
               03  WRK-RSP-CLIENTE     PIC 9(06).

      ******************************************************************
      * DISCIPLINAS OFERTADAS (SUBJMASTER) E ALUNOS (STUDENTMASTER),
      * SO PARA CONFERIR O QUE E DIGITADO.
      ******************************************************************
       77  WRK-DIS-QTD         PIC 9(03)       VALUE ZEROES.
       77  WRK-DIS-IDX         PIC 9(03)       VALUE ZEROES.
       77  WRK-DIS-ACHOU       PIC X(01)       VALUE 'N'.
           88  DISCIPLINA-EXISTE               VALUE 'S'.
       01  WRK-TAB-DISCIPLINAS.
           02  WRK-DIS-LINHA   OCCURS 200 TIMES.
               03  WRK-DIS-CODIGO      PIC X(10).
               03  WRK-DIS-NOME        PIC X(30).
               03  WRK-DIS-TERMO       PIC X(06).

       77  WRK-ALU-QTD         PIC 9(04)       VALUE ZEROES.
       77  WRK-ALU-IDX         PIC 9(04)       VALUE ZEROES.
       77  WRK-ALU-ACHOU       PIC X(01)       VALUE 'N'.
           88  ALUNO-EXISTE                    VALUE 'S'.
       01  WRK-TAB-ALUNOS.
           02  WRK-ALU-LINHA   OCCURS 2000 TIMES.
               03  WRK-ALU-ID          PIC X(10).
               03  WRK-ALU-NOME        PIC X(40).

      ******************************************************************
      * CAMPOS DO CPF DO RESPONSAVEL (MESMO ALGORITMO DO PROGCOB048).
      ******************************************************************
       01  WRK-CPF.
           02  WRK-CPF1        PIC 999         VALUE ZEROES.
           02  WRK-CPF2        PIC 999         VALUE ZEROES.
           02  WRK-CPF3        PIC 999         VALUE ZEROES.
           02  WRK-CPF4        PIC 99          VALUE ZEROES.
       01  WRK-CPF-NUM REDEFINES WRK-CPF PIC 9(11).

       01  WRK-CPF-DIG.
           02  WRK-CPF-D       PIC 9           OCCURS 11 TIMES.
       77  WRK-CPF-TMP         PIC 9(02)       VALUE ZEROES.
       77  WRK-CPF-IND         PIC 9(02)       VALUE ZEROES.
       77  WRK-CPF-SOMA        PIC 9(04)       VALUE ZEROES.
       77  WRK-CPF-Q           PIC 9(04)       VALUE ZEROES.
       77  WRK-CPF-RESTO       PIC 9(02)       VALUE ZEROES.
       77  WRK-CPF-DV1         PIC 9           VALUE ZEROES.
       77  WRK-CPF-DV2         PIC 9           VALUE ZEROES.
       77  WRK-CPF-VALIDO      PIC X(01)       VALUE 'S'.
           88  CPF-INVALIDO                    VALUE 'N'.

       PROCEDURE DIVISION.

           PERFORM 0100-CARREGA-PRECOS.
           PERFORM 0120-CARREGA-RESPONSAVEIS.
           PERFORM 0140-CARREGA-DISCIPLINAS.
           PERFORM 0160-CARREGA-ALUNOS.

           PERFORM 0200-EXECUTA-MENU UNTIL WRK-OPCAO = 9.

           IF WRK-MEXEU-PRECO = 'S'
               PERFORM 0800-REGRAVA-PRECOS
           END-IF.
           IF WRK-MEXEU-RESP = 'S'
               PERFORM 0850-REGRAVA-RESPONSAVEIS
           END-IF.

           STOP RUN.

      ******************************************************************
      * 0100-CARREGA-PRECOS - LE O TUITIONPRICE PARA A TABELA.
      ******************************************************************
       0100-CARREGA-PRECOS SECTION.
           MOVE 'N' TO WRK-EOF.
           OPEN INPUT TUITION-PRICE-FILE.
           IF WRK-PRECO-STATUS NOT = '00'
               GO TO 0100-EXIT
           END-IF.

           PERFORM UNTIL LEITURA-ACABOU
               READ TUITION-PRICE-FILE
                   AT END
                       MOVE 'S' TO WRK-EOF
                   NOT AT END
                       IF WRK-PRC-QTD < 400
                           ADD 1 TO WRK-PRC-QTD
                           MOVE TP-DISCIPLINA
                               TO WRK-PRC-DISCIPLINA(WRK-PRC-QTD)
                           MOVE TP-TERMO
                               TO WRK-PRC-TERMO(WRK-PRC-QTD)
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
                           MOVE SR-CPF  TO WRK-RSP-CPF(WRK-RSP-QTD)
                           MOVE SR-CLIENTE
                               TO WRK-RSP-CLIENTE(WRK-RSP-QTD)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE STUDENT-RESP-FILE.
       0120-EXIT.
           EXIT.

      ******************************************************************
      * 0140-CARREGA-DISCIPLINAS - LE O SUBJMASTER PARA A TABELA.
      ******************************************************************
       0140-CARREGA-DISCIPLINAS SECTION.
           MOVE 'N' TO WRK-EOF.
           OPEN INPUT SUBJECT-MASTER-FILE.
           IF WRK-DISC-STATUS NOT = '00'
               GO TO 0140-EXIT
           END-IF.

           PERFORM UNTIL LEITURA-ACABOU
               READ SUBJECT-MASTER-FILE
                   AT END
                       MOVE 'S' TO WRK-EOF
                   NOT AT END
                       IF WRK-DIS-QTD < 200
                           ADD 1 TO WRK-DIS-QTD
                           MOVE DI-CODIGO
                               TO WRK-DIS-CODIGO(WRK-DIS-QTD)
                           MOVE DI-NOME
                               TO WRK-DIS-NOME(WRK-DIS-QTD)
                           MOVE DI-TERMO
                               TO WRK-DIS-TERMO(WRK-DIS-QTD)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE SUBJECT-MASTER-FILE.
       0140-EXIT.
           EXIT.

      ******************************************************************
      * 0160-CARREGA-ALUNOS - LE O STUDENTMASTER PARA A TABELA.
      ******************************************************************
       0160-CARREGA-ALUNOS SECTION.
           MOVE 'N' TO WRK-EOF.
           OPEN INPUT STUDENT-MASTER-FILE.
           IF WRK-ALUNO-STATUS NOT = '00'
               GO TO 0160-EXIT
           END-IF.

           PERFORM UNTIL LEITURA-ACABOU
               READ STUDENT-MASTER-FILE
                   AT END
                       MOVE 'S' TO WRK-EOF
                   NOT AT END
                       IF WRK-ALU-QTD < 2000
                           ADD 1 TO WRK-ALU-QTD
                           MOVE SM-ID   TO WRK-ALU-ID(WRK-ALU-QTD)
                           MOVE SM-NOME TO WRK-ALU-NOME(WRK-ALU-QTD)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE STUDENT-MASTER-FILE.
       0160-EXIT.
           EXIT.

      ******************************************************************
      * 0200-EXECUTA-MENU - MENSALIDADES E RESPONSAVEIS FINANCEIROS.
      ******************************************************************
       0200-EXECUTA-MENU SECTION.
           DISPLAY '1 - INFORMAR MENSALIDADE DE DISCIPLINA'.
           DISPLAY '2 - LISTAR MENSALIDADES DO PERIODO'.
           DISPLAY '3 - INFORMAR RESPONSAVEL FINANCEIRO DO ALUNO'.
           DISPLAY '4 - CONSULTAR RESPONSAVEL FINANCEIRO DO ALUNO'.
           DISPLAY '9 - SAIR'.
           DISPLAY 'ESCOLHA UMA OPCAO: '.
           ACCEPT WRK-OPCAO.

           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0300-INFORMA-MENSALIDADE
               WHEN 2
                   PERFORM 0400-LISTA-MENSALIDADES
               WHEN 3
                   PERFORM 0500-INFORMA-RESPONSAVEL
               WHEN 4
                   PERFORM 0600-CONSULTA-RESPONSAVEL
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

      ******************************************************************
      * 0250-BUSCA-PRECO - PROCURA WRK-DISCIPLINA + WRK-TERMO NA TABELA
      * DE MENSALIDADES.
      ******************************************************************
       0250-BUSCA-PRECO SECTION.
           MOVE 'N' TO WRK-PRC-ACHOU.
           PERFORM VARYING WRK-PRC-IDX FROM 1 BY 1
                   UNTIL WRK-PRC-IDX > WRK-PRC-QTD
                       OR PRECO-EXISTE
               IF WRK-PRC-DISCIPLINA(WRK-PRC-IDX) = WRK-DISCIPLINA
                   AND WRK-PRC-TERMO(WRK-PRC-IDX) = WRK-TERMO
                   MOVE 'S' TO WRK-PRC-ACHOU
                   SUBTRACT 1 FROM WRK-PRC-IDX
               END-IF
           END-PERFORM.

      ******************************************************************
      * 0260-BUSCA-DISCIPLINA - A DISCIPLINA E OFERTADA NO PERIODO?
      ******************************************************************
       0260-BUSCA-DISCIPLINA SECTION.
           MOVE 'N' TO WRK-DIS-ACHOU.
           PERFORM VARYING WRK-DIS-IDX FROM 1 BY 1
                   UNTIL WRK-DIS-IDX > WRK-DIS-QTD
                       OR DISCIPLINA-EXISTE
               IF WRK-DIS-CODIGO(WRK-DIS-IDX) = WRK-DISCIPLINA
                   AND WRK-DIS-TERMO(WRK-DIS-IDX) = WRK-TERMO
                   MOVE 'S' TO WRK-DIS-ACHOU
                   SUBTRACT 1 FROM WRK-DIS-IDX
               END-IF
           END-PERFORM.

      ******************************************************************
      * 0270-BUSCA-ALUNO - PROCURA WRK-ID NO STUDENTMASTER.
      ******************************************************************
       0270-BUSCA-ALUNO SECTION.
           MOVE 'N' TO WRK-ALU-ACHOU.
           PERFORM VARYING WRK-ALU-IDX FROM 1 BY 1
                   UNTIL WRK-ALU-IDX > WRK-ALU-QTD
                       OR ALUNO-EXISTE
               IF WRK-ALU-ID(WRK-ALU-IDX) = WRK-ID
                   MOVE 'S' TO WRK-ALU-ACHOU
                   SUBTRACT 1 FROM WRK-ALU-IDX
               END-IF
           END-PERFORM.

      ******************************************************************
      * 0280-BUSCA-RESPONSAVEL - PROCURA WRK-ID NO STUDRESP.
      ******************************************************************
       0280-BUSCA-RESPONSAVEL SECTION.
           MOVE 'N' TO WRK-RSP-ACHOU.
           PERFORM VARYING WRK-RSP-IDX FROM 1 BY 1
                   UNTIL WRK-RSP-IDX > WRK-RSP-QTD
                       OR RESP-EXISTE
               IF WRK-RSP-ID(WRK-RSP-IDX) = WRK-ID
                   MOVE 'S' TO WRK-RSP-ACHOU
                   SUBTRACT 1 FROM WRK-RSP-IDX
               END-IF
           END-PERFORM.

      ******************************************************************
      * 0300-INFORMA-MENSALIDADE - INCLUI OU ALTERA O VALOR MENSAL DE
      * UMA DISCIPLINA OFERTADA NO PERIODO.
      ******************************************************************
       0300-INFORMA-MENSALIDADE SECTION.
           DISPLAY 'CODIGO DA DISCIPLINA: '.
           ACCEPT WRK-DISCIPLINA.
           DISPLAY 'PERIODO (EX 2026-1): '.
           ACCEPT WRK-TERMO.
           PERFORM 0260-BUSCA-DISCIPLINA.

           IF NOT DISCIPLINA-EXISTE
               DISPLAY 'DISCIPLINA NAO OFERTADA NESTE PERIODO '
                       '(SUBJMASTER)'
               GO TO 0300-EXIT
           END-IF.

           PERFORM 0250-BUSCA-PRECO.
           IF PRECO-EXISTE
               MOVE WRK-PRC-VALOR(WRK-PRC-IDX) TO WRK-CURR-ED-06
               DISPLAY 'MENSALIDADE ATUAL: ' WRK-CURR-ED-06
           END-IF.

           DISPLAY 'MENSALIDADE (CENTAVOS, EX 45000 = 450,00): '.
           ACCEPT WRK-VALOR.
           IF WRK-VALOR = 0
               DISPLAY 'MENSALIDADE NAO PODE SER ZERO'
               GO TO 0300-EXIT
           END-IF.

           IF NOT PRECO-EXISTE
               IF WRK-PRC-QTD NOT < 400
                   DISPLAY 'TABELA DE MENSALIDADES CHEIA (400)'
                   GO TO 0300-EXIT
               END-IF
               ADD 1 TO WRK-PRC-QTD
               MOVE WRK-PRC-QTD TO WRK-PRC-IDX
               MOVE WRK-DISCIPLINA TO WRK-PRC-DISCIPLINA(WRK-PRC-IDX)
               MOVE WRK-TERMO      TO WRK-PRC-TERMO(WRK-PRC-IDX)
           END-IF.
           MOVE WRK-VALOR TO WRK-PRC-VALOR(WRK-PRC-IDX).
           MOVE 'S' TO WRK-MEXEU-PRECO.

           MOVE WRK-VALOR TO WRK-CURR-ED-06.
           DISPLAY 'MENSALIDADE DE ' WRK-DIS-NOME(WRK-DIS-IDX)
                   ' EM ' WRK-TERMO ': ' WRK-CURR-ED-06.
       0300-EXIT.
           EXIT.

      ******************************************************************
      * 0400-LISTA-MENSALIDADES - DISCIPLINAS DO PERIODO COM O VALOR
      * MENSAL (OU SEM MENSALIDADE, QUE O FATURAMENTO NAO COBRA).
      ******************************************************************
       0400-LISTA-MENSALIDADES SECTION.
           DISPLAY 'PERIODO (EX 2026-1): '.
           ACCEPT WRK-TERMO.
           MOVE 0 TO WRK-QTDE-LISTADAS.

           PERFORM VARYING WRK-DIS-IDX FROM 1 BY 1
                   UNTIL WRK-DIS-IDX > WRK-DIS-QTD
               IF WRK-DIS-TERMO(WRK-DIS-IDX) = WRK-TERMO
                   ADD 1 TO WRK-QTDE-LISTADAS
                   MOVE WRK-DIS-CODIGO(WRK-DIS-IDX) TO WRK-DISCIPLINA
                   PERFORM 0250-BUSCA-PRECO
                   IF PRECO-EXISTE
                       MOVE WRK-PRC-VALOR(WRK-PRC-IDX)
                           TO WRK-CURR-ED-06
                       DISPLAY WRK-DISCIPLINA ' '
                               WRK-DIS-NOME(WRK-DIS-IDX) ' '
                               WRK-CURR-ED-06
                   ELSE
                       DISPLAY WRK-DISCIPLINA ' '
                               WRK-DIS-NOME(WRK-DIS-IDX) ' '
                               'SEM MENSALIDADE'
                   END-IF
               END-IF
           END-PERFORM.

           DISPLAY 'DISCIPLINAS NO PERIODO: ' WRK-QTDE-LISTADAS.

      ******************************************************************
      * 0500-INFORMA-RESPONSAVEL - INCLUI OU TROCA O RESPONSAVEL
      * FINANCEIRO DO ALUNO. O CLIENTE PRECISA EXISTIR NO CUSTMASTER
      * COM O MESMO CPF DIGITADO, PORQUE E NELE QUE A COBRANCA CAI.
      ******************************************************************
       0500-INFORMA-RESPONSAVEL SECTION.
           DISPLAY 'ID DO ALUNO: '.
           ACCEPT WRK-ID.
           PERFORM 0270-BUSCA-ALUNO.

           IF NOT ALUNO-EXISTE
               DISPLAY 'ALUNO NAO CADASTRADO (STUDENTMASTER)'
               GO TO 0500-EXIT
           END-IF.
           DISPLAY 'ALUNO: ' WRK-ALU-NOME(WRK-ALU-IDX).

           PERFORM 0280-BUSCA-RESPONSAVEL.
           IF RESP-EXISTE
               DISPLAY 'RESPONSAVEL ATUAL: ' WRK-RSP-NOME(WRK-RSP-IDX)
                       ' CLIENTE ' WRK-RSP-CLIENTE(WRK-RSP-IDX)
           END-IF.

           DISPLAY 'NOME DO RESPONSAVEL: '.
           ACCEPT WRK-NOME.
           IF WRK-NOME = SPACES
               DISPLAY 'NOME OBRIGATORIO'
               GO TO 0500-EXIT
           END-IF.

           PERFORM 0550-RECEBE-CPF.

           DISPLAY 'CODIGO DO CLIENTE NO CUSTMASTER: '.
           ACCEPT WRK-CLIENTE.
           OPEN INPUT CUST-MASTER-FILE.
           IF WRK-CUST-STATUS NOT = '00'
               DISPLAY 'CUSTMASTER NAO DISPONIVEL - NADA ALTERADO'
               GO TO 0500-EXIT
           END-IF.
           MOVE WRK-CLIENTE TO CM-CODIGO.
           READ CUST-MASTER-FILE
               INVALID KEY
                   MOVE '23' TO WRK-CUST-STATUS
           END-READ.
           CLOSE CUST-MASTER-FILE.

           IF WRK-CUST-STATUS NOT = '00'
               DISPLAY 'CLIENTE NAO CADASTRADO NO CUSTMASTER'
               GO TO 0500-EXIT
           END-IF.
           IF CM-CNPJ-CPF NOT = WRK-CPF-NUM
               DISPLAY 'CPF NAO CONFERE COM O DO CLIENTE ' CM-NOME
               GO TO 0500-EXIT
           END-IF.

           IF NOT RESP-EXISTE
               IF WRK-RSP-QTD NOT < 2000
                   DISPLAY 'TABELA DE RESPONSAVEIS CHEIA (2000)'
                   GO TO 0500-EXIT
               END-IF
               ADD 1 TO WRK-RSP-QTD
               MOVE WRK-RSP-QTD TO WRK-RSP-IDX
               MOVE WRK-ID TO WRK-RSP-ID(WRK-RSP-IDX)
           END-IF.
           MOVE WRK-NOME    TO WRK-RSP-NOME(WRK-RSP-IDX).
           MOVE WRK-CPF-NUM TO WRK-RSP-CPF(WRK-RSP-IDX).
           MOVE WRK-CLIENTE TO WRK-RSP-CLIENTE(WRK-RSP-IDX).
           MOVE 'S' TO WRK-MEXEU-RESP.
           DISPLAY 'RESPONSAVEL FINANCEIRO GRAVADO'.
       0500-EXIT.
           EXIT.

      ******************************************************************
      * 0550-RECEBE-CPF - PEDE O CPF DO RESPONSAVEL E VALIDA O DIGITO
      * VERIFICADOR; REPETE ATE VIR UM CPF VALIDO.
      ******************************************************************
       0550-RECEBE-CPF SECTION.
           DISPLAY 'CPF DO RESPONSAVEL (SO DIGITOS): '.
           ACCEPT WRK-CPF.
           PERFORM 0560-VALIDA-CPF.
           IF CPF-INVALIDO
               DISPLAY 'CPF INVALIDO - DIGITO VERIFICADOR NAO CONFERE'
               GO TO 0550-RECEBE-CPF
           END-IF.

      ******************************************************************
      * 0560-VALIDA-CPF - QUEBRA O CPF EM ONZE DIGITOS E RECALCULA OS
      * DOIS DIGITOS VERIFICADORES (MESMO ALGORITMO DO PROGCOB048).
      ******************************************************************
       0560-VALIDA-CPF SECTION.
           MOVE 'S' TO WRK-CPF-VALIDO.

           DIVIDE WRK-CPF1 IN WRK-CPF BY 100 GIVING WRK-CPF-D(1)
               REMAINDER WRK-CPF-TMP.
           DIVIDE WRK-CPF-TMP BY 10 GIVING WRK-CPF-D(2)
               REMAINDER WRK-CPF-D(3).

           DIVIDE WRK-CPF2 IN WRK-CPF BY 100 GIVING WRK-CPF-D(4)
               REMAINDER WRK-CPF-TMP.
           DIVIDE WRK-CPF-TMP BY 10 GIVING WRK-CPF-D(5)
               REMAINDER WRK-CPF-D(6).

           DIVIDE WRK-CPF3 IN WRK-CPF BY 100 GIVING WRK-CPF-D(7)
               REMAINDER WRK-CPF-TMP.
           DIVIDE WRK-CPF-TMP BY 10 GIVING WRK-CPF-D(8)
               REMAINDER WRK-CPF-D(9).

           DIVIDE WRK-CPF4 IN WRK-CPF BY 10 GIVING WRK-CPF-D(10)
               REMAINDER WRK-CPF-D(11).

           MOVE 0 TO WRK-CPF-SOMA.
           PERFORM VARYING WRK-CPF-IND FROM 1 BY 1
                           UNTIL WRK-CPF-IND > 9
               COMPUTE WRK-CPF-SOMA = WRK-CPF-SOMA +
                   (WRK-CPF-D(WRK-CPF-IND) * (11 - WRK-CPF-IND))
           END-PERFORM.
           DIVIDE WRK-CPF-SOMA BY 11 GIVING WRK-CPF-Q
               REMAINDER WRK-CPF-RESTO.
           IF WRK-CPF-RESTO < 2
               MOVE 0 TO WRK-CPF-DV1
           ELSE
               COMPUTE WRK-CPF-DV1 = 11 - WRK-CPF-RESTO
           END-IF.

           MOVE 0 TO WRK-CPF-SOMA.
           PERFORM VARYING WRK-CPF-IND FROM 1 BY 1
                           UNTIL WRK-CPF-IND > 9
               COMPUTE WRK-CPF-SOMA = WRK-CPF-SOMA +
                   (WRK-CPF-D(WRK-CPF-IND) * (12 - WRK-CPF-IND))
           END-PERFORM.
           COMPUTE WRK-CPF-SOMA = WRK-CPF-SOMA + (WRK-CPF-DV1 * 2).
           DIVIDE WRK-CPF-SOMA BY 11 GIVING WRK-CPF-Q
               REMAINDER WRK-CPF-RESTO.
           IF WRK-CPF-RESTO < 2
               MOVE 0 TO WRK-CPF-DV2
           ELSE
               COMPUTE WRK-CPF-DV2 = 11 - WRK-CPF-RESTO
           END-IF.

           IF WRK-CPF-DV1 NOT = WRK-CPF-D(10)
               OR WRK-CPF-DV2 NOT = WRK-CPF-D(11)
               MOVE 'N' TO WRK-CPF-VALIDO
           END-IF.

      ******************************************************************
      * 0600-CONSULTA-RESPONSAVEL - MOSTRA O RESPONSAVEL DO ALUNO.
      ******************************************************************
       0600-CONSULTA-RESPONSAVEL SECTION.
           DISPLAY 'ID DO ALUNO: '.
           ACCEPT WRK-ID.
           PERFORM 0280-BUSCA-RESPONSAVEL.

           IF NOT RESP-EXISTE
               DISPLAY 'ALUNO SEM RESPONSAVEL FINANCEIRO - NAO E '
                       'FATURADO'
               GO TO 0600-EXIT
           END-IF.

           DISPLAY 'RESPONSAVEL: ' WRK-RSP-NOME(WRK-RSP-IDX).
           DISPLAY 'CPF:         ' WRK-RSP-CPF(WRK-RSP-IDX).
           DISPLAY 'CLIENTE:     ' WRK-RSP-CLIENTE(WRK-RSP-IDX).
       0600-EXIT.
           EXIT.

      ******************************************************************
      * 0800-REGRAVA-PRECOS - REGRAVA O TUITIONPRICE COMPLETO.
      ******************************************************************
       0800-REGRAVA-PRECOS SECTION.
           OPEN OUTPUT TUITION-PRICE-FILE.
           PERFORM VARYING WRK-PRC-IDX FROM 1 BY 1
                   UNTIL WRK-PRC-IDX > WRK-PRC-QTD
               MOVE WRK-PRC-DISCIPLINA(WRK-PRC-IDX) TO TP-DISCIPLINA
               MOVE WRK-PRC-TERMO(WRK-PRC-IDX)      TO TP-TERMO
               MOVE WRK-PRC-VALOR(WRK-PRC-IDX)      TO TP-MENSALIDADE
               WRITE TP-REGISTRO
           END-PERFORM.
           CLOSE TUITION-PRICE-FILE.
           DISPLAY 'TUITIONPRICE REGRAVADO COM ' WRK-PRC-QTD
                   ' MENSALIDADES'.

      ******************************************************************
      * 0850-REGRAVA-RESPONSAVEIS - REGRAVA O STUDRESP COMPLETO.
      ******************************************************************
       0850-REGRAVA-RESPONSAVEIS SECTION.
           OPEN OUTPUT STUDENT-RESP-FILE.
           PERFORM VARYING WRK-RSP-IDX FROM 1 BY 1
                   UNTIL WRK-RSP-IDX > WRK-RSP-QTD
               MOVE WRK-RSP-ID(WRK-RSP-IDX)      TO SR-ID
               MOVE WRK-RSP-NOME(WRK-RSP-IDX)    TO SR-NOME
               MOVE WRK-RSP-CPF(WRK-RSP-IDX)     TO SR-CPF
               MOVE WRK-RSP-CLIENTE(WRK-RSP-IDX) TO SR-CLIENTE
               WRITE SR-REGISTRO
           END-PERFORM.
           CLOSE STUDENT-RESP-FILE.
           DISPLAY 'STUDRESP REGRAVADO COM ' WRK-RSP-QTD
                   ' RESPONSAVEIS'.

       END PROGRAM PROGCOB180.
