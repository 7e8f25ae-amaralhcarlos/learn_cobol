      ******************************************************************
      * QUIZFACT-REC - LAYOUT DO QUIZFACTS, UMA LINHA POR PERGUNTA
      * RESPONDIDA NO MODO QUIZ DO PROGCOB018/PROGCOB019 (GRAVADA PELO
      * QUIZUTIL): O TREINANDO (QH-USER), O FATO (MULTIPLICANDO X
      * MULTIPLICADOR), SE ACERTOU E QUANTOS SEGUNDOS LEVOU PARA
      * RESPONDER. O QUIZHIST CONTINUA COM O PLACAR DA SESSAO. UM FATO
      * SO E DADO COMO DOMINADO DEPOIS DE 3 ACERTOS SEGUIDOS (MESMA
      * REGRA NO QUIZUTIL E NO MAPA DO PROGCOB063).
      ******************************************************************
       01  QF-REGISTRO.
           02  QF-USER             PIC X(20).
           02  QF-DATA             PIC 9(08).
           02  QF-HORA             PIC 9(06).
           02  QF-MULTIPLICANDO    PIC 9(02).
           02  QF-MULTIPLICADOR    PIC 9(02).
           02  QF-RESULTADO        PIC X(01).
               88  QF-CERTA                    VALUE 'C'.
               88  QF-ERRADA                   VALUE 'E'.
           02  QF-TEMPO            PIC 9(04).
