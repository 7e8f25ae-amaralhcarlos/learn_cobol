      *              ERROS E DATA), EM VEZ DE JOGAR O PLACAR FORA NO
      *              STOP RUN (MESMA MECANICA DO PROGCOB018). A
      *              EVOLUCAO POR USUARIO SAI NO PROGCOB063.
      * 15/10/2026 - O MODO QUIZ DEIXOU DE PERGUNTAR X 1 ATE X 10 NA
      *              MESMA ORDEM: O QUIZUTIL SORTEIA CADA PERGUNTA COM
      *              PESO MAIOR PARA OS FATOS QUE O TREINANDO MAIS ERRA
      *              E GRAVA CADA RESPOSTA (FATO, ACERTO E TEMPO) NO
      *              QUIZFACTS. O MAPA DE DOMINIO POR FATO SAI NO
      *              PROGCOB063.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77  WRK-RESPOSTA    PIC 9(3)    VALUE ZEROES.
       77  WRK-QTDE-CERTAS PIC 9(2)    VALUE ZEROES.
       77  WRK-QTDE-ERRADAS PIC 9(2)   VALUE ZEROES.
       77  WRK-FATOR       PIC 9(2)    VALUE ZEROES.

           COPY 'QUIZUTIL-PARM.cob'.

       PROCEDURE DIVISION.

               DISPLAY 'USUARIO NAO CADASTRADO - PLACAR NAO SERA '
                       'GRAVADO'
               MOVE 'N' TO WRK-MODOQUIZ
           ELSE
               MOVE 'C'        TO QU-FUNCAO
               MOVE WRK-USER   TO QU-USER
               MOVE WRK-NUMERO TO QU-TABUADA
               CALL 'QUIZUTIL' USING QU-PARM
           END-IF.

       0200-PROCESSA.
                           UNTIL WRK-CONTADOR > 10
               COMPUTE WRK-RESUL = WRK-NUMERO * WRK-CONTADOR
               IF MODO-QUIZ
                   PERFORM 0250-PERGUNTA-QUIZ
               ELSE
                   DISPLAY WRK-NUMERO ' X ' WRK-CONTADOR ' = ' WRK-RESUL
               END-IF
               PERFORM 0400-GRAVA-SESSAO
           END-IF.

      ******************************************************************
      * 0250-PERGUNTA-QUIZ - PERGUNTA UM FATO DA TABUADA SORTEADO PELO
      * QUIZUTIL, QUE PUXA PARA OS FATOS QUE O TREINANDO MAIS ERRA, E
      * DEVOLVE A RESPOSTA A ELE PARA O QUIZFACTS.
      ******************************************************************
       0250-PERGUNTA-QUIZ.

           MOVE 'S' TO QU-FUNCAO.
           CALL 'QUIZUTIL' USING QU-PARM.
           MOVE QU-MULTIPLICADOR TO WRK-FATOR.
           COMPUTE WRK-RESUL = WRK-NUMERO * WRK-FATOR.

           DISPLAY WRK-NUMERO ' X ' WRK-FATOR ' = ?'
           ACCEPT WRK-RESPOSTA.
           IF WRK-RESPOSTA = WRK-RESUL
               DISPLAY 'CORRETO!'
               ADD 1 TO WRK-QTDE-CERTAS
               MOVE 'C' TO QU-ACERTO
           ELSE
               DISPLAY 'ERRADO - RESPOSTA CORRETA: ' WRK-RESUL
               ADD 1 TO WRK-QTDE-ERRADAS
               MOVE 'E' TO QU-ACERTO
           END-IF.

           MOVE 'R' TO QU-FUNCAO.
           CALL 'QUIZUTIL' USING QU-PARM.

      ******************************************************************
      * 0400-GRAVA-SESSAO - GRAVA O PLACAR DA SESSAO NO QUIZHIST, DE
      * ONDE O PROGCOB063 MONTA A EVOLUCAO POR USUARIO.
