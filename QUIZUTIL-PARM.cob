      ******************************************************************
      * QUIZUTIL-PARM - AREA DE PARAMETROS DO SUBPROGRAMA DO QUIZ
      * ADAPTATIVO DE TABUADA (QUIZUTIL), NO MESMO DESENHO DO DATEUTIL.
      *
      * QU-FUNCAO:
      *   'C' = CARREGA DO QUIZFACTS O DESEMPENHO DE QU-USER EM CADA
      *         FATO DA TABUADA QU-TABUADA (X 1 ATE X 10).
      *   'S' = SORTEIA O PROXIMO MULTIPLICADOR (QU-MULTIPLICADOR),
      *         PUXANDO PARA OS FATOS QUE O TREINANDO MAIS ERRA, E
      *         MARCA A HORA DA PERGUNTA.
      *   'R' = REGISTRA A RESPOSTA DO ULTIMO SORTEIO (QU-ACERTO 'C'
      *         OU 'E') NO QUIZFACTS COM O TEMPO DE RESPOSTA, DEVOLVIDO
      *         EM QU-TEMPO (SEGUNDOS).
      * QU-RETORNO 'N' QUANDO A FUNCAO NAO PODE SER ATENDIDA (QUIZFACTS
      * SEM GRAVACAO, FUNCAO DESCONHECIDA).
      ******************************************************************
       01  QU-PARM.
           02  QU-FUNCAO           PIC X(01).
           02  QU-USER             PIC X(20).
           02  QU-TABUADA          PIC 9(02).
           02  QU-MULTIPLICADOR    PIC 9(02).
           02  QU-ACERTO           PIC X(01).
           02  QU-TEMPO            PIC 9(04).
           02  QU-RETORNO          PIC X(01).
               88  QU-OK                       VALUE 'S'.
