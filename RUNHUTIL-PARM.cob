      ******************************************************************
      * RUNHUTIL-PARM - AREA DE PARAMETROS DO SUBPROGRAMA DE HISTORICO
      * DE EXECUCAO DO LOTE (RUNHUTIL), NO MESMO DESENHO DO DATEUTIL.
      * OS DRIVERS DE LOTE (PROGCOB026, PROGCOB106) CHAMAM 'G' DEPOIS
      * DE CADA ETAPA E 'J' PARA CONFERIR A PREVISAO DA JANELA; O
      * RELATORIO DE TENDENCIA (PROGCOB177) LE O RUNHIST DIRETO.
      *
      * RU-FUNCAO:
      *   'G' = GRAVA A EXECUCAO NO RUNHIST (RU-DRIVER, RU-PROGRAMA,
      *         RU-INICIO E RU-FIM EM HHMMSS, RU-RC, RU-RESULTADO); OS
      *         REGISTROS SAEM DA LINHA DA ETAPA NO EODSTATS DE HOJE.
      *         SE A ETAPA PASSOU DO LIMITE DO BATCHSLA GRAVA O ALERTA
      *         NO BATCHALERT E DEVOLVE RU-ALERTA 'S' COM O TEXTO EM
      *         RU-MENSAGEM.
      *   'M' = MEDIA DE RU-PROGRAMA NOS ULTIMOS RU-DIAS DIAS:
      *         RU-EXECUCOES, RU-MEDIA-SEG E RU-PIOR-SEG.
      *   'J' = JANELA: RU-INICIO E A HORA EM QUE O DRIVER COMECOU,
      *         RU-FIM A HORA ATUAL E RU-FALTA-SEG A SOMA DAS MEDIAS
      *         DAS ETAPAS QUE AINDA FALTAM. PREVISAO ALEM DO CORTE DO
      *         DRIVER NO BATCHSLA GRAVA O ALERTA (UM POR DRIVER POR
      *         DIA) E DEVOLVE RU-ALERTA 'S'.
      ******************************************************************
       01  RU-PARM.
           02  RU-FUNCAO           PIC X(01).
           02  RU-DRIVER           PIC X(10).
           02  RU-PROGRAMA         PIC X(11).
           02  RU-INICIO           PIC 9(06).
           02  RU-FIM              PIC 9(06).
           02  RU-RC               PIC 9(03).
           02  RU-RESULTADO        PIC X(10).
           02  RU-DIAS             PIC 9(03).
           02  RU-EXECUCOES        PIC 9(05).
           02  RU-MEDIA-SEG        PIC 9(06).
           02  RU-PIOR-SEG         PIC 9(06).
           02  RU-FALTA-SEG        PIC 9(06).
           02  RU-ALERTA           PIC X(01).
               88  RU-ALERTOU                  VALUE 'S'.
           02  RU-MENSAGEM         PIC X(60).
