      ******************************************************************
      * PAYREVCTL-REC - LAYOUT DO CONTROLE DE REVISAO DA FOLHA
      * (PAYREVIEWCTL). CADA ASSINATURA DA REVISAO PRE-REMESSA NO
      * PROGCOB168 GRAVA UMA LINHA COM A COMPETENCIA, O SUPERVISOR QUE
      * ASSINOU, DATA E HORA, A QUANTIDADE DE CREDITOS E O TOTAL DOS
      * LIQUIDOS QUE ELE VIU, E QUANTAS EXCECOES A REVISAO APONTOU. O
      * PROGCOB099 SO GERA O ARQUIVO DO BANCO COM A COMPETENCIA
      * ASSINADA E COM O PAYROLLMASTER AINDA BATENDO COM A QUANTIDADE E
      * O TOTAL ASSINADOS (FOLHA RECALCULADA DEPOIS DA ASSINATURA PEDE
      * REVISAO NOVA). VALE A ULTIMA LINHA DA COMPETENCIA.
      ******************************************************************
       01  RS-REGISTRO.
           02  RS-COMPETENCIA      PIC 9(06).
           02  RS-OPERADOR         PIC X(20).
           02  RS-DATA             PIC 9(08).
           02  RS-HORA             PIC 9(06).
           02  RS-QTDE-CREDITOS    PIC 9(06).
           02  RS-TOT-CREDITOS     PIC 9(10)V99.
           02  RS-EXCECOES         PIC 9(05).
