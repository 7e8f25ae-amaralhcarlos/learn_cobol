      ******************************************************************
      * RECUPSESS-REC - LAYOUT DAS SESSOES DE RECUPERACAO (RECUPSESS),
      * MANTIDO PELO PROGCOB185. UMA SESSAO POR DISCIPLINA + PERIODO,
      * COM A REGRA DA NOTA FINAL USADA NELA: S = A NOTA DA
      * RECUPERACAO SUBSTITUI A DO PERIODO, M = MEDIA DAS DUAS; EM
      * NENHUM CASO A FINAL FICA ABAIXO DA NOTA DO PERIODO NEM ACIMA
      * DO TETO (RS-TETO).
      ******************************************************************
       01  RS-REGISTRO.
           02  RS-DISCIPLINA       PIC X(10).
           02  RS-TERMO            PIC X(06).
           02  RS-ABERTURA         PIC 9(08).
           02  RS-FECHAMENTO       PIC 9(08).
           02  RS-SITUACAO         PIC X(01).
               88  SESSAO-ABERTA               VALUE 'A'.
               88  SESSAO-FECHADA              VALUE 'F'.
           02  RS-REGRA            PIC X(01).
               88  REGRA-SUBSTITUI             VALUE 'S'.
               88  REGRA-MEDIA                 VALUE 'M'.
           02  RS-TETO             PIC 9(02)V9.
