       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB173.
      ******************************************************************
      *AUTHOR: CARLOS AMARAL
      *DATE: 15/10/2026
      *PURPOSE: CONVERSAO UNICA DOS PINS EM CLARO DO USERMASTER PARA
      *         SAL + HASH (SUBPROGRAMA PINUTIL). PARA CADA USUARIO
      *         AINDA NAO CONVERTIDO, O PIN ANTIGO VIRA SAL E HASH E O
      *         CAMPO UM-PIN-ANTIGO E ZERADO; O USUARIO CONTINUA
      *         ENTRANDO COM O MESMO PIN. AS DUAS GERACOES DE COPIA DO
      *         PROGCOB054 (USERMASTBK1/2) RECEBEM O MESMO TRATAMENTO,
      *         PARA NENHUMA COPIA GUARDAR PIN LEGIVEL. PIN INVALIDO NO
      *         CADASTRO SAI NO RELATORIO PINCONVRPT PARA O ADMIN
      *         RESETAR NO PROGCOB050. RODAR DE NOVO E INOFENSIVO:
      *         USUARIO JA CONVERTIDO E PULADO.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-MASTER-FILE ASSIGN TO 'USERMASTER'
               ORGANIZATION INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS UM-USER
               FILE STATUS IS WRK-UM-STATUS.

           SELECT USER-BK1-FILE ASSIGN TO 'USERMASTBK1'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-BK1-STATUS.

           SELECT USER-BK2-FILE ASSIGN TO 'USERMASTBK2'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-BK2-STATUS.

           SELECT CONV-REPORT-FILE ASSIGN TO 'PINCONVRPT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  USER-MASTER-FILE.
           COPY 'USERMASTER-REC.cob'.

       FD  USER-BK1-FILE.
       01  UB1-LINHA               PIC X(80).

       FD  USER-BK2-FILE.
       01  UB2-LINHA               PIC X(80).

       FD  CONV-REPORT-FILE.
       01  CV-LINHA                PIC X(100).

       WORKING-STORAGE SECTION.
           COPY 'MCTLUTIL-PARM.cob'.
           COPY 'PINUTIL-PARM.cob'.
       77  WRK-UM-STATUS       PIC X(02)       VALUE SPACES.
       77  WRK-BK1-STATUS      PIC X(02)       VALUE SPACES.
       77  WRK-BK2-STATUS      PIC X(02)       VALUE SPACES.
       77  WRK-REPORT-STATUS   PIC X(02)       VALUE SPACES.
       77  WRK-EOF             PIC X(01)       VALUE 'N'.
           88  LEITURA-ACABOU                  VALUE 'S'.

      ******************************************************************
      * LINHAS DE UMA GERACAO DE COPIA EM MEMORIA, PARA A REGRAVACAO.
      ******************************************************************
       77  WRK-BK-QTD          PIC 9(04)       VALUE ZEROES.
       77  WRK-BK-IDX          PIC 9(04)       VALUE ZEROES.
       01  WRK-TAB-COPIA.
           02  WRK-BK-LINHA    PIC X(80)       OCCURS 2000 TIMES.
       77  WRK-GERACAO         PIC X(11)       VALUE SPACES.

       77  WRK-SITUACAO        PIC X(01)       VALUE SPACES.
           88  PIN-CONVERTIDO                  VALUE 'C'.
           88  PIN-JA-CONVERTIDO               VALUE 'J'.
           88  PIN-INVALIDO                    VALUE 'I'.
       77  WRK-QTDE-LIDOS      PIC 9(04)       VALUE ZEROES.
       77  WRK-QTDE-CONVERT    PIC 9(04)       VALUE ZEROES.
       77  WRK-QTDE-JA-CONV    PIC 9(04)       VALUE ZEROES.
       77  WRK-QTDE-INVALIDOS  PIC 9(04)       VALUE ZEROES.
       77  WRK-QTDE-COPIAS     PIC 9(04)       VALUE ZEROES.

       PROCEDURE DIVISION.

           OPEN OUTPUT CONV-REPORT-FILE.
           MOVE SPACES TO CV-LINHA.
           WRITE CV-LINHA FROM
               'CONVERSAO DO PIN EM CLARO -> SAL + HASH'.
           MOVE SPACES TO CV-LINHA.
           WRITE CV-LINHA FROM '-------------------------------------'.

           PERFORM 0100-CONVERTE-USUARIOS.
           IF WRK-UM-STATUS NOT = '00'
               CLOSE CONV-REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 'USERMASTBK1' TO WRK-GERACAO.
           PERFORM 0200-CONVERTE-GERACAO-1.
           MOVE 'USERMASTBK2' TO WRK-GERACAO.
           PERFORM 0300-CONVERTE-GERACAO-2.

           MOVE SPACES TO CV-LINHA.
           WRITE CV-LINHA FROM '-------------------------------------'.
           MOVE SPACES TO CV-LINHA.
           STRING 'LIDOS ' WRK-QTDE-LIDOS
                  ' CONVERTIDOS ' WRK-QTDE-CONVERT
                  ' JA CONVERTIDOS ' WRK-QTDE-JA-CONV
                  ' PIN INVALIDO ' WRK-QTDE-INVALIDOS
                  ' LINHAS DE COPIA ' WRK-QTDE-COPIAS
               DELIMITED BY SIZE INTO CV-LINHA
           END-STRING
           WRITE CV-LINHA.

           CLOSE CONV-REPORT-FILE.

           MOVE 'W' TO MC-FUNCAO.
           CALL 'MCTLUTIL' USING MC-PARM.

           DISPLAY 'CONVERTIDOS: ' WRK-QTDE-CONVERT.
           DISPLAY 'PIN INVALIDO (VER PINCONVRPT): ' WRK-QTDE-INVALIDOS.
           IF WRK-QTDE-INVALIDOS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

      ******************************************************************
      * 0100-CONVERTE-USUARIOS - PERCORRE O USERMASTER E REGRAVA CADA
      * USUARIO AINDA NAO CONVERTIDO.
      ******************************************************************
       0100-CONVERTE-USUARIOS SECTION.
           MOVE 'N' TO WRK-EOF.
           OPEN I-O USER-MASTER-FILE.
           IF WRK-UM-STATUS NOT = '00'
               DISPLAY 'USERMASTER INDISPONIVEL'
               GO TO 0100-EXIT
           END-IF.

           PERFORM UNTIL LEITURA-ACABOU
               READ USER-MASTER-FILE NEXT
                   AT END
                       MOVE 'S' TO WRK-EOF
                   NOT AT END
                       ADD 1 TO WRK-QTDE-LIDOS
                       PERFORM 0500-CONVERTE-REGISTRO
                       IF PIN-JA-CONVERTIDO
                           ADD 1 TO WRK-QTDE-JA-CONV
                       ELSE
                           REWRITE UM-REGISTRO
                           IF PIN-CONVERTIDO
                               ADD 1 TO WRK-QTDE-CONVERT
                           ELSE
                               ADD 1 TO WRK-QTDE-INVALIDOS
                               MOVE SPACES TO CV-LINHA
                               STRING UM-USER ' PIN INVALIDO NO '
                                      'CADASTRO - RESETAR NO PROGCOB050'
                                   DELIMITED BY SIZE INTO CV-LINHA
                               END-STRING
                               WRITE CV-LINHA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE USER-MASTER-FILE.
       0100-EXIT.
           EXIT.

      ******************************************************************
      * 0200-CONVERTE-GERACAO-1 - CARREGA A GERACAO 1, CONVERTE AS
      * LINHAS E REGRAVA O ARQUIVO.
      ******************************************************************
       0200-CONVERTE-GERACAO-1 SECTION.
           MOVE 0 TO WRK-BK-QTD.
           MOVE 'N' TO WRK-EOF.
           OPEN INPUT USER-BK1-FILE.
           IF WRK-BK1-STATUS NOT = '00'
               GO TO 0200-EXIT
           END-IF.
           PERFORM UNTIL LEITURA-ACABOU
               READ USER-BK1-FILE
                   AT END
                       MOVE 'S' TO WRK-EOF
                   NOT AT END
                       IF WRK-BK-QTD < 2000
                           ADD 1 TO WRK-BK-QTD
                           MOVE UB1-LINHA TO WRK-BK-LINHA(WRK-BK-QTD)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE USER-BK1-FILE.

           PERFORM 0400-CONVERTE-TABELA.

           OPEN OUTPUT USER-BK1-FILE.
           PERFORM VARYING WRK-BK-IDX FROM 1 BY 1
                   UNTIL WRK-BK-IDX > WRK-BK-QTD
               MOVE WRK-BK-LINHA(WRK-BK-IDX) TO UB1-LINHA
               WRITE UB1-LINHA
           END-PERFORM.
           CLOSE USER-BK1-FILE.
       0200-EXIT.
           EXIT.

      ******************************************************************
      * 0300-CONVERTE-GERACAO-2 - MESMO TRATAMENTO PARA A GERACAO 2.
      ******************************************************************
       0300-CONVERTE-GERACAO-2 SECTION.
           MOVE 0 TO WRK-BK-QTD.
           MOVE 'N' TO WRK-EOF.
           OPEN INPUT USER-BK2-FILE.
           IF WRK-BK2-STATUS NOT = '00'
               GO TO 0300-EXIT
           END-IF.
           PERFORM UNTIL LEITURA-ACABOU
               READ USER-BK2-FILE
                   AT END
                       MOVE 'S' TO WRK-EOF
                   NOT AT END
                       IF WRK-BK-QTD < 2000
                           ADD 1 TO WRK-BK-QTD
                           MOVE UB2-LINHA TO WRK-BK-LINHA(WRK-BK-QTD)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE USER-BK2-FILE.

           PERFORM 0400-CONVERTE-TABELA.

           OPEN OUTPUT USER-BK2-FILE.
           PERFORM VARYING WRK-BK-IDX FROM 1 BY 1
                   UNTIL WRK-BK-IDX > WRK-BK-QTD
               MOVE WRK-BK-LINHA(WRK-BK-IDX) TO UB2-LINHA
               WRITE UB2-LINHA
           END-PERFORM.
           CLOSE USER-BK2-FILE.
       0300-EXIT.
           EXIT.

      ******************************************************************
      * 0400-CONVERTE-TABELA - CONVERTE CADA LINHA DA GERACAO CARREGADA
      * PELO LAYOUT DO USERMASTER.
      ******************************************************************
       0400-CONVERTE-TABELA SECTION.
           PERFORM VARYING WRK-BK-IDX FROM 1 BY 1
                   UNTIL WRK-BK-IDX > WRK-BK-QTD
               MOVE WRK-BK-LINHA(WRK-BK-IDX) TO UM-REGISTRO
               PERFORM 0500-CONVERTE-REGISTRO
               IF NOT PIN-JA-CONVERTIDO
                   MOVE UM-REGISTRO TO WRK-BK-LINHA(WRK-BK-IDX)
                   ADD 1 TO WRK-QTDE-COPIAS
               END-IF
           END-PERFORM.
           MOVE SPACES TO CV-LINHA.
           STRING WRK-GERACAO ': ' WRK-BK-QTD ' LINHAS CONFERIDAS'
               DELIMITED BY SIZE INTO CV-LINHA
           END-STRING
           WRITE CV-LINHA.

      ******************************************************************
      * 0500-CONVERTE-REGISTRO - UM REGISTRO EM UM-REGISTRO: PIN
      * NUMERICO VIRA SAL + HASH; PIN INVALIDO FICA COM HASH ZERADO
      * (SEM LOGIN ATE O RESET). NOS DOIS CASOS O PIN EM CLARO E
      * ZERADO.
      ******************************************************************
       0500-CONVERTE-REGISTRO SECTION.
           IF UM-PIN-HASH NUMERIC AND UM-PIN-HASH NOT = 0
               MOVE 'J' TO WRK-SITUACAO
               GO TO 0500-EXIT
           END-IF.

           MOVE 'I' TO WRK-SITUACAO.
           MOVE ZEROES TO UM-PIN-SALT.
           MOVE ZEROES TO UM-PIN-HASH.
           IF UM-PIN-ANTIGO NUMERIC
               MOVE 'G'           TO PU-FUNCAO
               MOVE UM-LEVEL      TO PU-NIVEL
               MOVE UM-PIN-ANTIGO TO PU-SENHA
               CALL 'PINUTIL' USING PU-PARM
               IF PU-CONFERE
                   MOVE PU-SALT TO UM-PIN-SALT
                   MOVE PU-HASH TO UM-PIN-HASH
                   MOVE 'C' TO WRK-SITUACAO
               END-IF
           END-IF.
           MOVE ZEROES TO UM-PIN-ANTIGO.
           IF UM-CPF NOT NUMERIC
               MOVE ZEROES TO UM-CPF
           END-IF.
       0500-EXIT.
           EXIT.

       END PROGRAM PROGCOB173.
