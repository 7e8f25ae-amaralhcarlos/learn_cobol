      ******************************************************************
      * NTFYUTIL-PARM - AREA DE PARAMETROS DO SUBPROGRAMA DA CAIXA DE
      * SAIDA DE AVISOS (NTFYUTIL), NO MESMO DESENHO DO DATEUTIL. QUEM
      * LEVANTA UM AVISO OPERACIONAL PREENCHE A SEVERIDADE ('C'
      * CRITICO, 'A' ATENCAO, 'I' INFORMATIVO), O PROPRIO PROGRAMA, O
      * PAPEL DESTINATARIO (FINANCEIRO, LOGISTICA, RH, OPERACAO) E A
      * MENSAGEM, E CHAMA; O SUBPROGRAMA ACRESCENTA O AVISO NA
      * NOTIFYOUTBOX COM DATA, HORA E SEQUENCIA.
      ******************************************************************
       01  NT-PARM.
           02  NT-SEVERIDADE       PIC X(01).
           02  NT-ORIGEM           PIC X(11).
           02  NT-PAPEL            PIC X(10).
           02  NT-MENSAGEM         PIC X(80).
