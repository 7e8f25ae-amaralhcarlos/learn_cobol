       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB171.
      ******************************************************************
      *AUTHOR: CARLOS AMARAL
      *DATE: 15/10/2026
      *PURPOSE: RELATORIO DE CONFLITOS DE SEGREGACAO DE FUNCOES. PARA
      *         CADA USUARIO DO USERMASTER, RESOLVE NA AUTHMATRIX (MESMA
      *         REGRA DO PROGCOB105: LINHA DO USUARIO GANHA DA LINHA
      *         NIVEL-NN) AS DUAS FUNCOES DE CADA REGRA DO SODRULES E
      *         LISTA NO SODRPT QUEM TEM O PAR INCOMPATIVEL - O MESMO
      *         USUARIO SOLICITANDO E APROVANDO A BAIXA, DIGITANDO E
      *         APROVANDO O LOTE DO RAZAO, MANTENDO A TARIFA E
      *         CONFERINDO A FATURA, OU MANTENDO O CADASTRO E LIBERANDO
      *         A REMESSA DA FOLHA. RETORNO 4 QUANDO HA CONFLITO.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-MASTER-FILE ASSIGN TO 'USERMASTER'
               ORGANIZATION INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS UM-USER
               FILE STATUS IS WRK-USERMASTER-STATUS.

           SELECT AUTH-MATRIX-FILE ASSIGN TO 'AUTHMATRIX'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-MATRIZ-STATUS.

           SELECT SOD-RULES-FILE ASSIGN TO 'SODRULES'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-REGRA-STATUS.

           SELECT SOD-REPORT-FILE ASSIGN TO 'SODRPT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  USER-MASTER-FILE.
           COPY 'USERMASTER-REC.cob'.

       FD  AUTH-MATRIX-FILE.
           COPY 'AUTHMATRIX-REC.cob'.

       FD  SOD-RULES-FILE.
           COPY 'SODRULE-REC.cob'.

       FD  SOD-REPORT-FILE.
       01  SR-LINHA                PIC X(132).

       WORKING-STORAGE SECTION.
           COPY 'AUTHFUNC-BOOK.cob'.
       77  WRK-USERMASTER-STATUS PIC X(02)     VALUE SPACES.
       77  WRK-USER-EOF        PIC X(01)       VALUE 'N'.
           88  USERS-ACABOU                    VALUE 'S'.
       77  WRK-MATRIZ-STATUS   PIC X(02)       VALUE SPACES.
       77  WRK-MATRIZ-EOF      PIC X(01)       VALUE 'N'.
           88  MATRIZ-ACABOU                   VALUE 'S'.
       77  WRK-REGRA-STATUS    PIC X(02)       VALUE SPACES.
       77  WRK-REGRA-EOF       PIC X(01)       VALUE 'N'.
           88  REGRAS-ACABOU                   VALUE 'S'.
       77  WRK-REPORT-STATUS   PIC X(02)       VALUE SPACES.

       77  WRK-MAT-QTD         PIC 9(03)       VALUE ZEROES.
       77  WRK-MAT-IDX         PIC 9(03)       VALUE ZEROES.
       01  WRK-TAB-MATRIZ.
           02  WRK-MAT-LINHA   OCCURS 300 TIMES.
               03  WRK-MAT-ALVO        PIC X(20).
               03  WRK-MAT-FUNCAO      PIC X(02).
               03  WRK-MAT-PERMITE     PIC X(01).

       77  WRK-REG-QTD         PIC 9(03)       VALUE ZEROES.
       77  WRK-REG-IDX         PIC 9(03)       VALUE ZEROES.
       01  WRK-TAB-REGRAS.
           02  WRK-REG-LINHA   OCCURS 100 TIMES.
               03  WRK-REG-FUNCAO-A    PIC X(02).
               03  WRK-REG-FUNCAO-B    PIC X(02).
               03  WRK-REG-ACAO        PIC X(01).
               03  WRK-REG-DESCRICAO   PIC X(40).

       01  WRK-ALVO-NIVEL.
           02  FILLER          PIC X(06)       VALUE 'NIVEL-'.
           02  WRK-ALVO-NN     PIC 9(02).
           02  FILLER          PIC X(12)       VALUE SPACES.
       77  WRK-FUNCAO-ALVO     PIC X(02)       VALUE SPACES.
       77  WRK-TEM-ACESSO      PIC X(01)       VALUE 'N'.
       77  WRK-ACESSO-A        PIC X(01)       VALUE 'N'.
       77  WRK-AF-IDX          PIC 9(02)       VALUE ZEROES.
       77  WRK-PROG-A          PIC X(10)       VALUE SPACES.
       77  WRK-PROG-B          PIC X(10)       VALUE SPACES.
       77  WRK-TIPO-REGRA      PIC X(08)       VALUE SPACES.
       77  WRK-CONFLITO-USER   PIC X(01)       VALUE 'N'.

       77  WRK-QTDE-USUARIOS   PIC 9(04)       VALUE ZEROES.
       77  WRK-QTDE-CONFLITOS  PIC 9(05)       VALUE ZEROES.
       77  WRK-QTDE-USR-CONF   PIC 9(04)       VALUE ZEROES.

       PROCEDURE DIVISION.

           PERFORM 0100-CARREGA-MATRIZ.
           PERFORM 0150-CARREGA-REGRAS.
           IF WRK-REG-QTD = 0
               DISPLAY 'SODRULES VAZIO OU AUSENTE - NADA A CONFERIR'
               STOP RUN
           END-IF.

           OPEN OUTPUT SOD-REPORT-FILE.
           MOVE SPACES TO SR-LINHA.
           WRITE SR-LINHA FROM
               'CONFLITOS DE SEGREGACAO DE FUNCOES POR USUARIO'.
           MOVE SPACES TO SR-LINHA.
           WRITE SR-LINHA FROM '-------------------------------------'.

           OPEN INPUT USER-MASTER-FILE.
           IF WRK-USERMASTER-STATUS NOT = '00'
               MOVE SPACES TO SR-LINHA
               WRITE SR-LINHA FROM 'USERMASTER NAO ENCONTRADO'
               CLOSE SOD-REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM UNTIL USERS-ACABOU
               READ USER-MASTER-FILE NEXT
                   AT END
                       MOVE 'S' TO WRK-USER-EOF
                   NOT AT END
                       ADD 1 TO WRK-QTDE-USUARIOS
                       PERFORM 0200-CONFERE-USUARIO
               END-READ
           END-PERFORM.

           CLOSE USER-MASTER-FILE.

           MOVE SPACES TO SR-LINHA.
           WRITE SR-LINHA FROM '-------------------------------------'.
           MOVE SPACES TO SR-LINHA.
           STRING 'USUARIOS CONFERIDOS: ' WRK-QTDE-USUARIOS
                  ' COM CONFLITO: ' WRK-QTDE-USR-CONF
                  ' CONFLITOS: ' WRK-QTDE-CONFLITOS
               DELIMITED BY SIZE INTO SR-LINHA
           END-STRING
           WRITE SR-LINHA.
           CLOSE SOD-REPORT-FILE.

           DISPLAY 'USUARIOS CONFERIDOS: ' WRK-QTDE-USUARIOS.
           DISPLAY 'CONFLITOS ENCONTRADOS: ' WRK-QTDE-CONFLITOS.

           IF WRK-QTDE-CONFLITOS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

      ******************************************************************
      * 0100-CARREGA-MATRIZ - LE O AUTHMATRIX PARA A TABELA EM
      * MEMORIA.
      ******************************************************************
       0100-CARREGA-MATRIZ SECTION.
           OPEN INPUT AUTH-MATRIX-FILE.
           IF WRK-MATRIZ-STATUS NOT = '00'
               GO TO 0100-EXIT
           END-IF.

           PERFORM UNTIL MATRIZ-ACABOU
               READ AUTH-MATRIX-FILE
                   AT END
                       MOVE 'S' TO WRK-MATRIZ-EOF
                   NOT AT END
                       IF WRK-MAT-QTD < 300
                           ADD 1 TO WRK-MAT-QTD
                           MOVE AM-ALVO
                               TO WRK-MAT-ALVO(WRK-MAT-QTD)
                           MOVE AM-FUNCAO
                               TO WRK-MAT-FUNCAO(WRK-MAT-QTD)
                           MOVE AM-PERMITE
                               TO WRK-MAT-PERMITE(WRK-MAT-QTD)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE AUTH-MATRIX-FILE.
       0100-EXIT.
           EXIT.

      ******************************************************************
      * 0150-CARREGA-REGRAS - LE O SODRULES PARA A TABELA EM MEMORIA.
      ******************************************************************
       0150-CARREGA-REGRAS SECTION.
           OPEN INPUT SOD-RULES-FILE.
           IF WRK-REGRA-STATUS NOT = '00'
               GO TO 0150-EXIT
           END-IF.

           PERFORM UNTIL REGRAS-ACABOU
               READ SOD-RULES-FILE
                   AT END
                       MOVE 'S' TO WRK-REGRA-EOF
                   NOT AT END
                       IF WRK-REG-QTD < 100
                           ADD 1 TO WRK-REG-QTD
                           MOVE SD-FUNCAO-A
                               TO WRK-REG-FUNCAO-A(WRK-REG-QTD)
                           MOVE SD-FUNCAO-B
                               TO WRK-REG-FUNCAO-B(WRK-REG-QTD)
                           MOVE SD-ACAO
                               TO WRK-REG-ACAO(WRK-REG-QTD)
                           MOVE SD-DESCRICAO
                               TO WRK-REG-DESCRICAO(WRK-REG-QTD)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE SOD-RULES-FILE.
       0150-EXIT.
           EXIT.

      ******************************************************************
      * 0200-CONFERE-USUARIO - CADA REGRA CONTRA AS FUNCOES RESOLVIDAS
      * DO USUARIO LIDO; UMA LINHA POR PAR EM CONFLITO.
      ******************************************************************
       0200-CONFERE-USUARIO SECTION.
           MOVE 'N' TO WRK-CONFLITO-USER.

           PERFORM VARYING WRK-REG-IDX FROM 1 BY 1
                   UNTIL WRK-REG-IDX > WRK-REG-QTD
               MOVE WRK-REG-FUNCAO-A(WRK-REG-IDX) TO WRK-FUNCAO-ALVO
               PERFORM 0300-CONFERE-ACESSO
               MOVE WRK-TEM-ACESSO TO WRK-ACESSO-A
               MOVE WRK-REG-FUNCAO-B(WRK-REG-IDX) TO WRK-FUNCAO-ALVO
               PERFORM 0300-CONFERE-ACESSO
               IF WRK-ACESSO-A = 'S' AND WRK-TEM-ACESSO = 'S'
                   PERFORM 0400-IMPRIME-CONFLITO
               END-IF
           END-PERFORM.

           IF WRK-CONFLITO-USER = 'S'
               ADD 1 TO WRK-QTDE-USR-CONF
           END-IF.

      ******************************************************************
      * 0300-CONFERE-ACESSO - MESMA RESOLUCAO DO PROGCOB015: A LINHA
      * DO USUARIO GANHA DA LINHA DO NIVEL; SEM LINHA, NAO HA ACESSO.
      ******************************************************************
       0300-CONFERE-ACESSO SECTION.
           MOVE 'N' TO WRK-TEM-ACESSO.
           MOVE UM-LEVEL TO WRK-ALVO-NN.

           PERFORM VARYING WRK-MAT-IDX FROM 1 BY 1
                   UNTIL WRK-MAT-IDX > WRK-MAT-QTD
               IF WRK-MAT-FUNCAO(WRK-MAT-IDX) = WRK-FUNCAO-ALVO
                   AND WRK-MAT-ALVO(WRK-MAT-IDX) = WRK-ALVO-NIVEL
                   MOVE WRK-MAT-PERMITE(WRK-MAT-IDX)
                       TO WRK-TEM-ACESSO
               END-IF
           END-PERFORM.
           PERFORM VARYING WRK-MAT-IDX FROM 1 BY 1
                   UNTIL WRK-MAT-IDX > WRK-MAT-QTD
               IF WRK-MAT-FUNCAO(WRK-MAT-IDX) = WRK-FUNCAO-ALVO
                   AND WRK-MAT-ALVO(WRK-MAT-IDX) = UM-USER
                   MOVE WRK-MAT-PERMITE(WRK-MAT-IDX)
                       TO WRK-TEM-ACESSO
               END-IF
           END-PERFORM.

      ******************************************************************
      * 0400-IMPRIME-CONFLITO - USUARIO, NIVEL, AS DUAS FUNCOES COM O
      * PROGRAMA DE CADA UMA E A REGRA VIOLADA.
      ******************************************************************
       0400-IMPRIME-CONFLITO SECTION.
           MOVE 'S' TO WRK-CONFLITO-USER.
           ADD 1 TO WRK-QTDE-CONFLITOS.

           MOVE SPACES TO WRK-PROG-A.
           MOVE SPACES TO WRK-PROG-B.
           PERFORM VARYING WRK-AF-IDX FROM 1 BY 1
                   UNTIL WRK-AF-IDX > WRK-AF-QTD
               IF WRK-AF-CODIGO(WRK-AF-IDX) =
                   WRK-REG-FUNCAO-A(WRK-REG-IDX)
                   MOVE WRK-AF-PROGRAMA(WRK-AF-IDX) TO WRK-PROG-A
               END-IF
               IF WRK-AF-CODIGO(WRK-AF-IDX) =
                   WRK-REG-FUNCAO-B(WRK-REG-IDX)
                   MOVE WRK-AF-PROGRAMA(WRK-AF-IDX) TO WRK-PROG-B
               END-IF
           END-PERFORM.

           IF WRK-REG-ACAO(WRK-REG-IDX) = 'B'
               MOVE 'BLOQUEIA' TO WRK-TIPO-REGRA
           ELSE
               MOVE 'AVISA' TO WRK-TIPO-REGRA
           END-IF.

           MOVE SPACES TO SR-LINHA.
           STRING UM-USER ' NIVEL ' UM-LEVEL
                  ' FUNCAO ' WRK-REG-FUNCAO-A(WRK-REG-IDX)
                  ' ' WRK-PROG-A
                  ' X FUNCAO ' WRK-REG-FUNCAO-B(WRK-REG-IDX)
                  ' ' WRK-PROG-B
                  ' ' WRK-REG-DESCRICAO(WRK-REG-IDX)
                  ' (' WRK-TIPO-REGRA ')'
               DELIMITED BY SIZE INTO SR-LINHA
           END-STRING
           WRITE SR-LINHA.

       END PROGRAM PROGCOB171.
