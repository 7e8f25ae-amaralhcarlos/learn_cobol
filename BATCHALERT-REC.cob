      ******************************************************************
      * BATCHALERT-REC - LAYOUT DOS ALERTAS DE TEMPO DO LOTE
      * (BATCHALERT), GRAVADOS PELO SUBPROGRAMA RUNHUTIL E MOSTRADOS
      * NO CONSOLE DE OPERACAO DO PROGCOB058. 'E' = ETAPA PASSOU DO SEU
      * LIMITE NO BATCHSLA; 'J' = A PREVISAO DE TERMINO DA JANELA
      * (HORA ATUAL + MEDIA DAS ETAPAS QUE FALTAM) PASSA DO CORTE.
      ******************************************************************
       01  AL-REGISTRO.
           02  AL-DATA             PIC 9(08).
           02  AL-HORA             PIC 9(06).
           02  AL-DRIVER           PIC X(10).
           02  AL-TIPO             PIC X(01).
               88  ALERTA-ETAPA                VALUE 'E'.
               88  ALERTA-JANELA               VALUE 'J'.
           02  AL-PROGRAMA         PIC X(11).
           02  AL-TEXTO            PIC X(60).
