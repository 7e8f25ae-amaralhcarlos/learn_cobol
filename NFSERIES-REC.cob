      ******************************************************************
      * NFSERIES-REC - LAYOUT DO CONTROLE DE SERIES DE NOTA FISCAL
      * (NFSERIES), CHAVEADO POR FILIAL + SERIE. NS-ULTIMO E O ULTIMO
      * NUMERO USADO NA SERIE (EMITIDO OU INUTILIZADO). CADA FILIAL
      * EMITE NA SUA SERIE ATIVA; A PRIMEIRA EMISSAO DE UMA FILIAL SEM
      * SERIE ABRE A SERIE 001, E UMA SERIE NOVA (PROGCOB131) DESATIVA
      * A ANTERIOR.
      ******************************************************************
       01  NS-REGISTRO.
           02  NS-CHAVE.
               03  NS-FILIAL       PIC 9(02).
               03  NS-SERIE        PIC 9(03).
           02  NS-ULTIMO           PIC 9(09).
           02  NS-ATIVA            PIC X(01).
               88  SERIE-ATIVA                 VALUE 'S'.
           02  NS-DATA-ABERTURA    PIC 9(08).
