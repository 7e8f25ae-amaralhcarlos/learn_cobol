       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUIZUTIL.
      ******************************************************************
      *AUTHOR: CARLOS AMARAL
      *DATE: 15/10/2026
      *PURPOSE: QUIZ ADAPTATIVO DA TABUADA. O MODO QUIZ DO PROGCOB018
      *         E DO PROGCOB019 PERGUNTAVA SEMPRE X 1 ATE X 10 NA MESMA
      *         ORDEM, E O QUIZHIST SO GUARDA O PLACAR DA SESSAO, ENTAO
      *         NINGUEM VIA QUE O TREINANDO ERRA SEMPRE O MESMO FATO.
      *         ESTE SUBPROGRAMA (COPY QUIZUTIL-PARM) GRAVA CADA
      *         RESPOSTA NO QUIZFACTS E SORTEIA AS PERGUNTAS COM PESO
      *         MAIOR PARA OS FATOS MAIS ERRADOS PELO TREINANDO.
      *
      *         PESO DE CADA FATO DA TABUADA: DOMINADO (3 ACERTOS
      *         SEGUIDOS, VER QUIZFACT-REC) PESO 1; OS DEMAIS 3 MAIS 2
      *         POR ERRO JA COMETIDO, ATE 21. UM FATO ERRADO SO SAI DO
      *         TREINO DEPOIS DOS 3 ACERTOS SEGUIDOS; UM ERRO NOVO ZERA
      *         A SEQUENCIA. O MESMO FATO NAO E PERGUNTADO DUAS VEZES
      *         SEGUIDAS. O SORTEIO E UM GERADOR CONGRUENTE SEMEADO PELA
      *         HORA DA CARGA.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUIZ-FACT-FILE ASSIGN TO 'QUIZFACTS'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-QF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  QUIZ-FACT-FILE.
           COPY 'QUIZFACT-REC.cob'.

       WORKING-STORAGE SECTION.
       77  WRK-QF-STATUS       PIC X(02)       VALUE SPACES.
       77  WRK-QF-EOF          PIC X(01)       VALUE 'N'.
           88  FATOS-ACABOU                    VALUE 'S'.

       77  WRK-SEQ-DOMINIO     PIC 9(02)       VALUE 3.
       77  WRK-PESO-DOMINADO   PIC 9(02)       VALUE 1.
       77  WRK-PESO-BASE       PIC 9(02)       VALUE 3.
       77  WRK-PESO-MAXIMO     PIC 9(02)       VALUE 21.

       77  WRK-USER            PIC X(20)       VALUE SPACES.
       77  WRK-TABUADA         PIC 9(02)       VALUE ZEROES.

      ******************************************************************
      * DESEMPENHO DO TREINANDO EM CADA FATO DA TABUADA CARREGADA.
      ******************************************************************
       77  WRK-FAT-IDX         PIC 9(02)       VALUE ZEROES.
       01  WRK-TAB-FATOS.
           02  WRK-FAT-LINHA   OCCURS 10 TIMES.
               03  WRK-FAT-TENTATIVAS  PIC 9(04).
               03  WRK-FAT-ERROS       PIC 9(04).
               03  WRK-FAT-SEQUENCIA   PIC 9(04).
               03  WRK-FAT-PESO        PIC 9(02).

       77  WRK-PESO-TOTAL      PIC 9(04)       VALUE ZEROES.
       77  WRK-PESO-ACUM       PIC 9(04)       VALUE ZEROES.
       77  WRK-SORTE           PIC 9(04)       VALUE ZEROES.
       77  WRK-SORTEADO        PIC 9(02)       VALUE ZEROES.
       77  WRK-ULTIMO          PIC 9(02)       VALUE ZEROES.
       77  WRK-TENTATIVA       PIC 9(02)       VALUE ZEROES.
       77  WRK-SEMENTE         PIC 9(06)       VALUE ZEROES.
       77  WRK-CONTA           PIC 9(12)       VALUE ZEROES.
       77  WRK-QUOCIENTE       PIC 9(12)       VALUE ZEROES.

       01  WRK-AGORA.
           02  WRK-AGORA-HH    PIC 9(02).
           02  WRK-AGORA-MM    PIC 9(02).
           02  WRK-AGORA-SS    PIC 9(02).
           02  WRK-AGORA-CC    PIC 9(02).
       01  WRK-AGORA-NUM REDEFINES WRK-AGORA PIC 9(08).
       77  WRK-SEG-PERGUNTA    PIC 9(05)       VALUE ZEROES.
       77  WRK-SEG-RESPOSTA    PIC 9(05)       VALUE ZEROES.
       77  WRK-SEG-DECORRIDO   PIC 9(05)       VALUE ZEROES.
       77  WRK-HOJE            PIC 9(08)       VALUE ZEROES.

       LINKAGE SECTION.
           COPY 'QUIZUTIL-PARM.cob'.

       PROCEDURE DIVISION USING QU-PARM.

           MOVE 'S' TO QU-RETORNO.

           EVALUATE QU-FUNCAO
               WHEN 'C'
                   PERFORM 1000-CARREGA
               WHEN 'S'
                   PERFORM 2000-SORTEIA
               WHEN 'R'
                   PERFORM 3000-REGISTRA
               WHEN OTHER
                   MOVE 'N' TO QU-RETORNO
           END-EVALUATE.

           GOBACK.

      ******************************************************************
      * 1000-CARREGA - ACUMULA DO QUIZFACTS, NA ORDEM EM QUE FORAM
      * GRAVADAS, AS RESPOSTAS DO TREINANDO A CADA FATO DA TABUADA, E
      * SEMEIA O SORTEIO.
      ******************************************************************
       1000-CARREGA SECTION.
           MOVE QU-USER    TO WRK-USER.
           MOVE QU-TABUADA TO WRK-TABUADA.
           MOVE 0 TO WRK-ULTIMO.
           PERFORM VARYING WRK-FAT-IDX FROM 1 BY 1
                   UNTIL WRK-FAT-IDX > 10
               MOVE 0 TO WRK-FAT-TENTATIVAS(WRK-FAT-IDX)
               MOVE 0 TO WRK-FAT-ERROS(WRK-FAT-IDX)
               MOVE 0 TO WRK-FAT-SEQUENCIA(WRK-FAT-IDX)
           END-PERFORM.

           ACCEPT WRK-AGORA FROM TIME.
           MOVE WRK-AGORA-NUM(3:6) TO WRK-SEMENTE.

           MOVE 'N' TO WRK-QF-EOF.
           OPEN INPUT QUIZ-FACT-FILE.
           IF WRK-QF-STATUS NOT = '00'
               GO TO 1000-EXIT
           END-IF.

           PERFORM UNTIL FATOS-ACABOU
               READ QUIZ-FACT-FILE
                   AT END
                       MOVE 'S' TO WRK-QF-EOF
                   NOT AT END
                       IF QF-USER = WRK-USER
                           AND QF-MULTIPLICANDO = WRK-TABUADA
                           AND QF-MULTIPLICADOR >= 1
                           AND QF-MULTIPLICADOR <= 10
                           MOVE QF-MULTIPLICADOR TO WRK-FAT-IDX
                           PERFORM 1100-ACUMULA-RESPOSTA
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE QUIZ-FACT-FILE.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1100-ACUMULA-RESPOSTA - UMA RESPOSTA AO FATO WRK-FAT-IDX: CONTA
      * A TENTATIVA E O ERRO E MANTEM A SEQUENCIA DE ACERTOS SEGUIDOS
      * (O ERRO ZERA).
      ******************************************************************
       1100-ACUMULA-RESPOSTA SECTION.
           ADD 1 TO WRK-FAT-TENTATIVAS(WRK-FAT-IDX).
           IF QF-CERTA
               ADD 1 TO WRK-FAT-SEQUENCIA(WRK-FAT-IDX)
           ELSE
               ADD 1 TO WRK-FAT-ERROS(WRK-FAT-IDX)
               MOVE 0 TO WRK-FAT-SEQUENCIA(WRK-FAT-IDX)
           END-IF.

      ******************************************************************
      * 2000-SORTEIA - CALCULA O PESO DE CADA FATO, SORTEIA UM NUMERO
      * ATE O PESO TOTAL E DEVOLVE O FATO EM CUJA FAIXA ELE CAIU. SE
      * CAIR NO FATO DA PERGUNTA ANTERIOR, SORTEIA DE NOVO.
      ******************************************************************
       2000-SORTEIA SECTION.
           MOVE 0 TO WRK-PESO-TOTAL.
           PERFORM VARYING WRK-FAT-IDX FROM 1 BY 1
                   UNTIL WRK-FAT-IDX > 10
               PERFORM 2100-CALCULA-PESO
               ADD WRK-FAT-PESO(WRK-FAT-IDX) TO WRK-PESO-TOTAL
           END-PERFORM.

           MOVE 0 TO WRK-TENTATIVA.
       2000-NOVO-SORTEIO.
           ADD 1 TO WRK-TENTATIVA.
           COMPUTE WRK-CONTA = WRK-SEMENTE * 31821 + 13849.
           DIVIDE WRK-CONTA BY 1000000 GIVING WRK-QUOCIENTE
               REMAINDER WRK-SEMENTE.
           COMPUTE WRK-CONTA = WRK-SEMENTE / 100.
           DIVIDE WRK-CONTA BY WRK-PESO-TOTAL GIVING WRK-QUOCIENTE
               REMAINDER WRK-SORTE.

           MOVE 0 TO WRK-PESO-ACUM.
           MOVE 0 TO WRK-SORTEADO.
           PERFORM VARYING WRK-FAT-IDX FROM 1 BY 1
                   UNTIL WRK-FAT-IDX > 10 OR WRK-SORTEADO > 0
               ADD WRK-FAT-PESO(WRK-FAT-IDX) TO WRK-PESO-ACUM
               IF WRK-SORTE < WRK-PESO-ACUM
                   MOVE WRK-FAT-IDX TO WRK-SORTEADO
               END-IF
           END-PERFORM.

           IF WRK-SORTEADO = WRK-ULTIMO AND WRK-TENTATIVA < 10
               GO TO 2000-NOVO-SORTEIO
           END-IF.

           MOVE WRK-SORTEADO TO WRK-ULTIMO.
           MOVE WRK-SORTEADO TO QU-MULTIPLICADOR.
           PERFORM 4000-SEGUNDOS-AGORA.
           MOVE WRK-SEG-RESPOSTA TO WRK-SEG-PERGUNTA.

      ******************************************************************
      * 2100-CALCULA-PESO - PESO DO FATO WRK-FAT-IDX.
      ******************************************************************
       2100-CALCULA-PESO SECTION.
           IF WRK-FAT-SEQUENCIA(WRK-FAT-IDX) >= WRK-SEQ-DOMINIO
               MOVE WRK-PESO-DOMINADO TO WRK-FAT-PESO(WRK-FAT-IDX)
               GO TO 2100-EXIT
           END-IF.

           IF WRK-FAT-ERROS(WRK-FAT-IDX) >= 9
               MOVE WRK-PESO-MAXIMO TO WRK-FAT-PESO(WRK-FAT-IDX)
           ELSE
               COMPUTE WRK-FAT-PESO(WRK-FAT-IDX) =
                   WRK-PESO-BASE + WRK-FAT-ERROS(WRK-FAT-IDX) * 2
           END-IF.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 3000-REGISTRA - GRAVA NO QUIZFACTS A RESPOSTA AO ULTIMO FATO
      * SORTEADO, COM O TEMPO DESDE A PERGUNTA, E ATUALIZA O
      * DESEMPENHO EM MEMORIA PARA O PROXIMO SORTEIO.
      ******************************************************************
       3000-REGISTRA SECTION.
           IF WRK-ULTIMO = 0
               MOVE 'N' TO QU-RETORNO
               GO TO 3000-EXIT
           END-IF.

           PERFORM 4000-SEGUNDOS-AGORA.
           IF WRK-SEG-RESPOSTA < WRK-SEG-PERGUNTA
               ADD 86400 TO WRK-SEG-RESPOSTA
           END-IF.
           COMPUTE WRK-SEG-DECORRIDO =
               WRK-SEG-RESPOSTA - WRK-SEG-PERGUNTA.
           IF WRK-SEG-DECORRIDO > 9999
               MOVE 9999 TO WRK-SEG-DECORRIDO
           END-IF.
           MOVE WRK-SEG-DECORRIDO TO QU-TEMPO.

           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-USER          TO QF-USER.
           MOVE WRK-HOJE          TO QF-DATA.
           MOVE WRK-AGORA-NUM(1:6) TO QF-HORA.
           MOVE WRK-TABUADA       TO QF-MULTIPLICANDO.
           MOVE WRK-ULTIMO        TO QF-MULTIPLICADOR.
           IF QU-ACERTO = 'C'
               MOVE 'C' TO QF-RESULTADO
           ELSE
               MOVE 'E' TO QF-RESULTADO
           END-IF.
           MOVE WRK-SEG-DECORRIDO TO QF-TEMPO.

           MOVE WRK-ULTIMO TO WRK-FAT-IDX.
           PERFORM 1100-ACUMULA-RESPOSTA.

           OPEN EXTEND QUIZ-FACT-FILE.
           IF WRK-QF-STATUS NOT = '00'
               OPEN OUTPUT QUIZ-FACT-FILE
           END-IF.
           IF WRK-QF-STATUS NOT = '00'
               MOVE 'N' TO QU-RETORNO
               GO TO 3000-EXIT
           END-IF.
           WRITE QF-REGISTRO.
           CLOSE QUIZ-FACT-FILE.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 4000-SEGUNDOS-AGORA - HORA ATUAL EM SEGUNDOS DO DIA.
      ******************************************************************
       4000-SEGUNDOS-AGORA SECTION.
           ACCEPT WRK-AGORA FROM TIME.
           COMPUTE WRK-SEG-RESPOSTA = WRK-AGORA-HH * 3600
                                    + WRK-AGORA-MM * 60
                                    + WRK-AGORA-SS.

       END PROGRAM QUIZUTIL.
