      ******************************************************************
      * NOTIFYACK-REC - CIENCIA DOS AVISOS CRITICOS DA NOTIFYOUTBOX,
      * GRAVADA PELO PROGCOB179: QUAL AVISO (NA-CHAVE = NO-CHAVE),
      * QUEM DEU CIENCIA E QUANDO. CRITICO SEM LINHA AQUI CONTINUA NO
      * TOPO DE TODO DIGEST DO PROGCOB178.
      ******************************************************************
       01  NA-REGISTRO.
           02  NA-CHAVE            PIC X(20).
           02  NA-DATA             PIC 9(08).
           02  NA-HORA             PIC 9(06).
           02  NA-OPERADOR         PIC X(20).
