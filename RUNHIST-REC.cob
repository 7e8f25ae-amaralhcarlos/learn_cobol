      ******************************************************************
      * RUNHIST-REC - LAYOUT DO HISTORICO DE EXECUCAO DAS ETAPAS DOS
      * DRIVERS DE LOTE (RUNHIST), UMA LINHA POR ETAPA EXECUTADA,
      * GRAVADA PELO SUBPROGRAMA RUNHUTIL A PEDIDO DO PROGCOB026
      * (FECHAMENTO DO DIA) E DO PROGCOB106 (FECHAMENTO DE MES). OS
      * HORARIOS SAO HHMMSS; RH-SEGUNDOS JA CONSIDERA A ETAPA QUE
      * ATRAVESSA A MEIA-NOITE. RH-REGISTROS E O PRIMEIRO CONTADOR DA
      * LINHA QUE A ETAPA DEIXOU NO EODSTATS NO DIA (ZERO QUANDO A
      * ETAPA NAO GRAVA ESTATISTICA).
      ******************************************************************
       01  RH-REGISTRO.
           02  RH-DATA             PIC 9(08).
           02  RH-DRIVER           PIC X(10).
           02  RH-PROGRAMA         PIC X(11).
           02  RH-INICIO           PIC 9(06).
           02  RH-FIM              PIC 9(06).
           02  RH-SEGUNDOS         PIC 9(06).
           02  RH-REGISTROS        PIC 9(09).
           02  RH-RC               PIC 9(03).
           02  RH-RESULTADO        PIC X(10).
           02  RH-ESTOURO-SLA      PIC X(01).
               88  RH-SLA-ESTOURADO            VALUE 'S'.
