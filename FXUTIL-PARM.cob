      ******************************************************************
      * FXUTIL-PARM - AREA DE PARAMETROS DO SUBPROGRAMA DE CAMBIO
      * (FXUTIL), COMPARTILHADA PELA POSTAGEM DE PEDIDOS, PELA
      * APLICACAO DE RECEBIMENTOS E PELA REAVALIACAO DE FIM DE MES.
      *
      * CX-FUNCAO:
      *   'T' = TAXA: DEVOLVE EM CX-TAXA A TAXA DA MOEDA CX-MOEDA
      *         VIGENTE NA DATA CX-DATA (A DA PROPRIA DATA OU A ULTIMA
      *         ANTERIOR), COM A DATA DA COTACAO EM CX-DATA-TAXA.
      *         CX-RETORNO 'S' QUANDO HA COTACAO, 'N' QUANDO NAO HA
      *         (MOEDA SEM COTACAO ATE A DATA OU FXRATE AUSENTE).
      *         MOEDA EM BRANCO OU 'BRL' DEVOLVE TAXA 1.
      ******************************************************************
       01  CX-PARM.
           02  CX-FUNCAO           PIC X(01).
           02  CX-RETORNO          PIC X(01).
           02  CX-MOEDA            PIC X(03).
           02  CX-DATA             PIC 9(08).
           02  CX-TAXA             PIC 9(03)V9(04).
           02  CX-DATA-TAXA        PIC 9(08).
