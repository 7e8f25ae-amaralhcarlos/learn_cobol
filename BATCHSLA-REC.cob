      ******************************************************************
      * BATCHSLA-REC - LAYOUT DOS LIMITES DE TEMPO DO LOTE (BATCHSLA).
      *
      * SL-TIPO:
      *   'E' = ETAPA: SL-PROGRAMA E O PROGRAMA CHAMADO PELO DRIVER E
      *         SL-VALOR O TEMPO MAXIMO DA ETAPA EM MINUTOS.
      *   'C' = CORTE DA JANELA: SL-PROGRAMA E O DRIVER (PROGCOB026,
      *         PROGCOB106) E SL-VALOR A HORA (HHMM) EM QUE O LOTE TEM
      *         DE ESTAR TERMINADO. CORTE MENOR QUE A HORA DE INICIO DO
      *         DRIVER E DO DIA SEGUINTE (JANELA QUE ATRAVESSA A
      *         MEIA-NOITE).
      * PROGRAMA SEM LINHA NAO TEM LIMITE E NUNCA GERA ALERTA.
      ******************************************************************
       01  SL-REGISTRO.
           02  SL-TIPO             PIC X(01).
               88  SLA-ETAPA                   VALUE 'E'.
               88  SLA-CORTE                   VALUE 'C'.
           02  SL-PROGRAMA         PIC X(11).
           02  SL-VALOR            PIC 9(04).
           02  SL-DESCRICAO        PIC X(40).
