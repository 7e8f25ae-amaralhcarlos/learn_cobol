      *         TOTALIZA ACERTOS E ERROS POR TABUADA, DESTACANDO AS
      *         TABUADAS QUE AINDA PRECISAM DE TREINO (MAIS ERROS QUE
      *         ACERTOS).
      *MODIFICATION HISTORY:
      * 15/10/2026 - ACRESCENTADO O MAPA DE DOMINIO POR FATO DA
      *              TABUADA, LIDO DO QUIZFACTS (UMA LINHA POR RESPOSTA
      *              DO QUIZ ADAPTATIVO), E A LISTA DOS FATOS AINDA EM
      *              TREINO COM ERROS E TEMPO MEDIO DE RESPOSTA, PARA O
      *              INSTRUTOR VER EXATAMENTE ONDE O TREINANDO ERRA.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-QUIZ-STATUS.

           SELECT QUIZ-FACT-FILE ASSIGN TO 'QUIZFACTS'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FACT-STATUS.

           SELECT QUIZ-REPORT-FILE ASSIGN TO 'QUIZRPT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-REPORT-STATUS.
           02  QH-CERTAS       PIC 9(02).
           02  QH-ERRADAS      PIC 9(02).

       FD  QUIZ-FACT-FILE.
           COPY 'QUIZFACT-REC.cob'.

       FD  QUIZ-REPORT-FILE.
       01  QR-LINHA            PIC X(80).

       77  WRK-QUIZ-EOF        PIC X(01)   VALUE 'N'.
           88  QUIZ-ACABOU                 VALUE 'S'.
       77  WRK-REPORT-STATUS   PIC X(02)   VALUE SPACES.
       77  WRK-FACT-STATUS     PIC X(02)   VALUE SPACES.
       77  WRK-FACT-EOF        PIC X(01)   VALUE 'N'.
           88  FATOS-ACABOU                VALUE 'S'.

       77  WRK-USER            PIC X(20)   VALUE SPACES.
       77  WRK-QTDE-SESSOES    PIC 9(04)   VALUE ZEROES.
               03  WRK-TAB-CERTAS  PIC 9(04).
               03  WRK-TAB-ERRADAS PIC 9(04).

      ******************************************************************
      * DESEMPENHO POR FATO (TABUADA X 1 ATE X 10) DO USUARIO, DO
      * QUIZFACTS. DOMINADO = 3 ACERTOS SEGUIDOS, A MESMA REGRA QUE O
      * QUIZUTIL USA PARA TIRAR O FATO DO TREINO; FRACO = METADE OU
      * MAIS DAS RESPOSTAS ERRADAS.
      ******************************************************************
       77  WRK-SEQ-DOMINIO     PIC 9(02)   VALUE 3.
       77  WRK-FAT-IDX         PIC 9(02)   VALUE ZEROES.
       01  WRK-TAB-MAPA.
           02  WRK-MAP-TABUADA OCCURS 99 TIMES.
               03  WRK-MAP-RESPOSTAS   PIC 9(04).
               03  WRK-MAP-FATO    OCCURS 10 TIMES.
                   04  WRK-MAP-TENTATIVAS  PIC 9(04).
                   04  WRK-MAP-ERROS       PIC 9(04).
                   04  WRK-MAP-SEQUENCIA   PIC 9(04).
                   04  WRK-MAP-TEMPO       PIC 9(07).
       77  WRK-SIMBOLO         PIC X(01)   VALUE SPACES.
       77  WRK-POS-CELULA      PIC 9(03)   VALUE ZEROES.
       77  WRK-TEMPO-MEDIO     PIC 9(04)   VALUE ZEROES.
       77  WRK-QTDE-RESPOSTAS  PIC 9(05)   VALUE ZEROES.
       77  WRK-QTDE-DOMINADOS  PIC 9(04)   VALUE ZEROES.
       77  WRK-QTDE-TREINO     PIC 9(04)   VALUE ZEROES.
       77  WRK-QTDE-FRACOS     PIC 9(04)   VALUE ZEROES.

       PROCEDURE DIVISION.

           DISPLAY 'USUARIO DO TREINAMENTO: '.
           CLOSE QUIZ-HIST-FILE.

           PERFORM 0200-RESUMO-TABUADAS.
           PERFORM 0300-CARREGA-FATOS.
           IF WRK-QTDE-RESPOSTAS > 0
               PERFORM 0400-MAPA-DOMINIO
               PERFORM 0500-FATOS-EM-TREINO
           END-IF.

           CLOSE QUIZ-REPORT-FILE.

               END-IF
           END-PERFORM.

      ******************************************************************
      * 0300-CARREGA-FATOS - ACUMULA POR FATO AS RESPOSTAS DO USUARIO
      * NO QUIZFACTS, NA ORDEM DE GRAVACAO (A SEQUENCIA DE ACERTOS
      * SEGUIDOS ZERA NO ERRO).
      ******************************************************************
       0300-CARREGA-FATOS SECTION.
           INITIALIZE WRK-TAB-MAPA.
           MOVE 0 TO WRK-QTDE-RESPOSTAS.

           OPEN INPUT QUIZ-FACT-FILE.
           IF WRK-FACT-STATUS NOT = '00'
               GO TO 0300-EXIT
           END-IF.

           PERFORM UNTIL FATOS-ACABOU
               READ QUIZ-FACT-FILE
                   AT END
                       MOVE 'S' TO WRK-FACT-EOF
                   NOT AT END
                       IF QF-USER = WRK-USER
                           AND QF-MULTIPLICANDO >= 1
                           AND QF-MULTIPLICADOR >= 1
                           AND QF-MULTIPLICADOR <= 10
                           PERFORM 0350-ACUMULA-FATO
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE QUIZ-FACT-FILE.
       0300-EXIT.
           EXIT.

      ******************************************************************
      * 0350-ACUMULA-FATO - UMA RESPOSTA NO FATO DA LINHA LIDA.
      ******************************************************************
       0350-ACUMULA-FATO SECTION.
           ADD 1 TO WRK-QTDE-RESPOSTAS.
           MOVE QF-MULTIPLICADOR TO WRK-FAT-IDX.
           MOVE QF-MULTIPLICANDO TO WRK-TAB-IDX.
           ADD 1 TO WRK-MAP-RESPOSTAS(WRK-TAB-IDX).
           ADD 1 TO WRK-MAP-TENTATIVAS(WRK-TAB-IDX, WRK-FAT-IDX).
           ADD QF-TEMPO TO WRK-MAP-TEMPO(WRK-TAB-IDX, WRK-FAT-IDX).
           IF QF-CERTA
               ADD 1 TO WRK-MAP-SEQUENCIA(WRK-TAB-IDX, WRK-FAT-IDX)
           ELSE
               ADD 1 TO WRK-MAP-ERROS(WRK-TAB-IDX, WRK-FAT-IDX)
               MOVE 0 TO WRK-MAP-SEQUENCIA(WRK-TAB-IDX, WRK-FAT-IDX)
           END-IF.

      ******************************************************************
      * 0400-MAPA-DOMINIO - UMA LINHA POR TABUADA RESPONDIDA E UMA
      * COLUNA POR MULTIPLICADOR, COM A SITUACAO DE CADA FATO.
      ******************************************************************
       0400-MAPA-DOMINIO SECTION.
           MOVE SPACES TO QR-LINHA.
           WRITE QR-LINHA FROM '-------------------------------------'.
           MOVE SPACES TO QR-LINHA.
           WRITE QR-LINHA FROM 'MAPA DE DOMINIO POR FATO:'.
           MOVE SPACES TO QR-LINHA.
           STRING '  D DOMINADO  + EM TREINO  # FRACO  '
                  '. SEM RESPOSTA'
               DELIMITED BY SIZE INTO QR-LINHA
           END-STRING.
           WRITE QR-LINHA.
           MOVE SPACES TO QR-LINHA.
           STRING 'TABUADA  X 1 X 2 X 3 X 4 X 5 X 6 X 7 X 8 X 9 X10'
               DELIMITED BY SIZE INTO QR-LINHA
           END-STRING.
           WRITE QR-LINHA.

           MOVE 0 TO WRK-QTDE-DOMINADOS.
           MOVE 0 TO WRK-QTDE-TREINO.
           MOVE 0 TO WRK-QTDE-FRACOS.
           PERFORM VARYING WRK-TAB-IDX FROM 1 BY 1
                   UNTIL WRK-TAB-IDX > 99
               IF WRK-MAP-RESPOSTAS(WRK-TAB-IDX) > 0
                   MOVE SPACES TO QR-LINHA
                   MOVE WRK-TAB-IDX(2:2) TO QR-LINHA(4:2)
                   PERFORM VARYING WRK-FAT-IDX FROM 1 BY 1
                           UNTIL WRK-FAT-IDX > 10
                       PERFORM 0450-CLASSIFICA-FATO
                       COMPUTE WRK-POS-CELULA = 8 + WRK-FAT-IDX * 4
                       MOVE WRK-SIMBOLO TO QR-LINHA(WRK-POS-CELULA:1)
                   END-PERFORM
                   WRITE QR-LINHA
               END-IF
           END-PERFORM.

           MOVE SPACES TO QR-LINHA.
           STRING 'FATOS DOMINADOS: ' WRK-QTDE-DOMINADOS
                  '  EM TREINO: ' WRK-QTDE-TREINO
                  '  FRACOS: ' WRK-QTDE-FRACOS
               DELIMITED BY SIZE INTO QR-LINHA
           END-STRING.
           WRITE QR-LINHA.

      ******************************************************************
      * 0450-CLASSIFICA-FATO - SIMBOLO DO FATO WRK-TAB-IDX X
      * WRK-FAT-IDX NO MAPA.
      ******************************************************************
       0450-CLASSIFICA-FATO SECTION.
           IF WRK-MAP-TENTATIVAS(WRK-TAB-IDX, WRK-FAT-IDX) = 0
               MOVE '.' TO WRK-SIMBOLO
               GO TO 0450-EXIT
           END-IF.

           IF WRK-MAP-SEQUENCIA(WRK-TAB-IDX, WRK-FAT-IDX)
               >= WRK-SEQ-DOMINIO
               MOVE 'D' TO WRK-SIMBOLO
               ADD 1 TO WRK-QTDE-DOMINADOS
               GO TO 0450-EXIT
           END-IF.

           IF WRK-MAP-ERROS(WRK-TAB-IDX, WRK-FAT-IDX) * 2
               >= WRK-MAP-TENTATIVAS(WRK-TAB-IDX, WRK-FAT-IDX)
               MOVE '#' TO WRK-SIMBOLO
               ADD 1 TO WRK-QTDE-FRACOS
           ELSE
               MOVE '+' TO WRK-SIMBOLO
               ADD 1 TO WRK-QTDE-TREINO
           END-IF.
       0450-EXIT.
           EXIT.

      ******************************************************************
      * 0500-FATOS-EM-TREINO - OS FATOS JA ERRADOS QUE AINDA NAO TEM OS
      * ACERTOS SEGUIDOS PARA SAIR DO TREINO, COM O TEMPO MEDIO DE
      * RESPOSTA.
      ******************************************************************
       0500-FATOS-EM-TREINO SECTION.
           MOVE SPACES TO QR-LINHA.
           WRITE QR-LINHA FROM '-------------------------------------'.
           MOVE SPACES TO QR-LINHA.
           WRITE QR-LINHA FROM 'FATOS ERRADOS AINDA EM TREINO:'.

           PERFORM VARYING WRK-TAB-IDX FROM 1 BY 1
                   UNTIL WRK-TAB-IDX > 99
               IF WRK-MAP-RESPOSTAS(WRK-TAB-IDX) > 0
                   PERFORM VARYING WRK-FAT-IDX FROM 1 BY 1
                           UNTIL WRK-FAT-IDX > 10
                       IF WRK-MAP-ERROS(WRK-TAB-IDX, WRK-FAT-IDX) > 0
                           AND WRK-MAP-SEQUENCIA(WRK-TAB-IDX,
                               WRK-FAT-IDX) < WRK-SEQ-DOMINIO
                           PERFORM 0550-LINHA-FATO
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

      ******************************************************************
      * 0550-LINHA-FATO - LINHA DO FATO WRK-TAB-IDX X WRK-FAT-IDX.
      ******************************************************************
       0550-LINHA-FATO SECTION.
           COMPUTE WRK-TEMPO-MEDIO ROUNDED =
               WRK-MAP-TEMPO(WRK-TAB-IDX, WRK-FAT-IDX)
               / WRK-MAP-TENTATIVAS(WRK-TAB-IDX, WRK-FAT-IDX).

           MOVE SPACES TO QR-LINHA.
           STRING WRK-TAB-IDX(2:2) ' X ' WRK-FAT-IDX
                  ' RESPOSTAS ' WRK-MAP-TENTATIVAS(WRK-TAB-IDX,
                                                   WRK-FAT-IDX)
                  ' ERROS ' WRK-MAP-ERROS(WRK-TAB-IDX, WRK-FAT-IDX)
                  ' SEGUIDOS ' WRK-MAP-SEQUENCIA(WRK-TAB-IDX,
                                                 WRK-FAT-IDX)
                  ' TEMPO MEDIO ' WRK-TEMPO-MEDIO 'S'
               DELIMITED BY SIZE INTO QR-LINHA
           END-STRING.
           WRITE QR-LINHA.

       END PROGRAM PROGCOB063.
