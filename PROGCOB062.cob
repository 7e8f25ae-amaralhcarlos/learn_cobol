      *         NO FIM, USANDO A MESMA TABELA DE PONTOS DO PROGCOB013B
      *         (A=4 ATE F=0), COM O NOME DO ALUNO VINDO DO
      *         STUDENTMASTER.
      *MODIFICATION HISTORY:
      * 15/10/2026 - DISCIPLINA COM RECUPERACAO (LANCADA NO
      *              PROGCOB185) PASSOU A MOSTRAR A NOTA ORIGINAL DO
      *              PERIODO, A DA RECUPERACAO E A FINAL; O CONCEITO E
      *              O GPA SAEM DA NOTA FINAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  GRADE-HIST-FILE.
           COPY 'GRADEHIST-REC.cob'.

       FD  STUDENT-MASTER-FILE.
           COPY 'STUDENTMASTER-REC.cob'.
       77  WRK-FAIXA           PIC 9(01)    VALUE ZEROES.
       77  WRK-LETRA           PIC X(01)    VALUE SPACES.
       77  WRK-GRADE-ED        PIC Z9,9     VALUE ZEROES.
       77  WRK-REC-ED          PIC Z9,9     VALUE ZEROES.
       77  WRK-FINAL-ED        PIC Z9,9     VALUE ZEROES.
       77  WRK-NOTA-CONTA      PIC 9(02)V9  VALUE ZEROES.

      ******************************************************************
      * NOTAS DO ALUNO EM MEMORIA, PROCESSADAS PERIODO A PERIODO.
               03  WRK-NOTA-DISC       PIC X(10).
               03  WRK-NOTA-GRADE      PIC 9(02)V9.
               03  WRK-NOTA-FEITA      PIC X(01).
               03  WRK-NOTA-REC        PIC X(01).
               03  WRK-NOTA-REC-NOTA   PIC 9(02)V9.
               03  WRK-NOTA-REC-FINAL  PIC 9(02)V9.
               03  WRK-NOTA-RESULTADO  PIC X(01).

       77  WRK-TERMO-ATUAL     PIC X(06)    VALUE SPACES.
       77  WRK-TERMO-PONTOS    PIC 9(05)    VALUE ZEROES.
                               TO WRK-NOTA-GRADE(WRK-NOTA-QTD)
                           MOVE 'N'
                               TO WRK-NOTA-FEITA(WRK-NOTA-QTD)
                           PERFORM 0350-GUARDA-RECUPERACAO
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE GRADE-HIST-FILE.

      ******************************************************************
      * 0350-GUARDA-RECUPERACAO - NOTA DE RECUPERACAO E NOTA FINAL DA
      * LINHA (PROGCOB185); LINHA SEM RECUPERACAO FICA COM 'N'.
      ******************************************************************
       0350-GUARDA-RECUPERACAO SECTION.
           IF COM-RECUPERACAO
               MOVE 'S' TO WRK-NOTA-REC(WRK-NOTA-QTD)
               MOVE GH-REC-NOTA
                   TO WRK-NOTA-REC-NOTA(WRK-NOTA-QTD)
               MOVE GH-REC-FINAL
                   TO WRK-NOTA-REC-FINAL(WRK-NOTA-QTD)
               MOVE GH-REC-RESULTADO
                   TO WRK-NOTA-RESULTADO(WRK-NOTA-QTD)
           ELSE
               MOVE 'N' TO WRK-NOTA-REC(WRK-NOTA-QTD)
               MOVE 0   TO WRK-NOTA-REC-NOTA(WRK-NOTA-QTD)
               MOVE 0   TO WRK-NOTA-REC-FINAL(WRK-NOTA-QTD)
               MOVE SPACES TO WRK-NOTA-RESULTADO(WRK-NOTA-QTD)
           END-IF.

      ******************************************************************
      * 0400-IMPRIME-HISTORICO - PROCESSA UM PERIODO POR VEZ: PEGA O
      * PRIMEIRO TERMO AINDA NAO FEITO, IMPRIME TODAS AS DISCIPLINAS
      ******************************************************************
      * 0600-IMPRIME-DISCIPLINA - CLASSIFICA A NOTA NA MESMA FAIXA DO
      * PROGCOB013B, IMPRIME A LINHA E ACUMULA OS PONTOS DO PERIODO E
      * DO GERAL. COM RECUPERACAO, A LINHA MOSTRA A NOTA ORIGINAL, A DA
      * RECUPERACAO E A FINAL, E O CONCEITO SAI DA FINAL.
      ******************************************************************
       0600-IMPRIME-DISCIPLINA SECTION.
           IF WRK-NOTA-REC(WRK-NOTA-IDX) = 'S'
               MOVE WRK-NOTA-REC-FINAL(WRK-NOTA-IDX) TO WRK-NOTA-CONTA
           ELSE
               MOVE WRK-NOTA-GRADE(WRK-NOTA-IDX) TO WRK-NOTA-CONTA
           END-IF.

           EVALUATE WRK-NOTA-CONTA
               WHEN 10
                   MOVE 1 TO WRK-FAIXA
               WHEN 7 THRU 9,9
           MOVE 'S' TO WRK-NOTA-FEITA(WRK-NOTA-IDX).

           MOVE SPACES TO TR-LINHA.
           IF WRK-NOTA-REC(WRK-NOTA-IDX) = 'S'
               MOVE WRK-NOTA-REC-NOTA(WRK-NOTA-IDX)  TO WRK-REC-ED
               MOVE WRK-NOTA-REC-FINAL(WRK-NOTA-IDX) TO WRK-FINAL-ED
               STRING '  ' WRK-NOTA-DISC(WRK-NOTA-IDX)
                      ' NOTA ' WRK-GRADE-ED
                      ' RECUPERACAO ' WRK-REC-ED
                      ' FINAL ' WRK-FINAL-ED
                      ' CONCEITO ' WRK-LETRA
                   DELIMITED BY SIZE INTO TR-LINHA
               END-STRING
           ELSE
               STRING '  ' WRK-NOTA-DISC(WRK-NOTA-IDX)
                      ' NOTA ' WRK-GRADE-ED
                      ' CONCEITO ' WRK-LETRA
                   DELIMITED BY SIZE INTO TR-LINHA
               END-STRING
           END-IF.
           WRITE TR-LINHA.

       END PROGRAM PROGCOB062.
