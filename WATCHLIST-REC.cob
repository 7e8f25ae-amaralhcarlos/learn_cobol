      ******************************************************************
      * WATCHLIST-REC - LAYOUT DA LISTA DE RESTRICAO DE ACESSO
      * (WATCHLIST), MANTIDA NO PROGCOB186. CPF COM SITUACAO 'A' TEM A
      * ENTRADA RECUSADA NO QUIOSQUE PROGCOB002 (COM AVISO CRITICO NA
      * NOTIFYOUTBOX) E NAO PODE SER AGENDADO. A RETIRADA NAO APAGA A
      * LINHA: MARCA 'R' COM A DATA, PARA FICAR O HISTORICO DE QUEM
      * ESTEVE NA LISTA, POR QUE E QUEM INCLUIU.
      ******************************************************************
       01  WL-REGISTRO.
           02  WL-CPF              PIC 9(11).
           02  WL-NOME             PIC X(40).
           02  WL-MOTIVO           PIC X(50).
           02  WL-DATA-INCLUSAO    PIC 9(08).
           02  WL-RESPONSAVEL      PIC 9(11).
           02  WL-SITUACAO         PIC X(01).
               88  RESTRICAO-ATIVA             VALUE 'A'.
               88  RESTRICAO-RETIRADA          VALUE 'R'.
           02  WL-DATA-RETIRADA    PIC 9(08).
