      ******************************************************************
      * NOTIFYOUTBOX-REC - LAYOUT DA CAIXA DE SAIDA CENTRAL DE AVISOS
      * OPERACIONAIS (NOTIFYOUTBOX), GRAVADA PELO SUBPROGRAMA NTFYUTIL.
      * NO-CHAVE (DATA + HORA COM CENTESIMOS + SEQUENCIA DA RODADA)
      * IDENTIFICA O AVISO NO DIGEST (PROGCOB178) E NA CIENCIA DOS
      * CRITICOS (PROGCOB179, ARQUIVO NOTIFYACK).
      *
      * NO-SEVERIDADE: 'C' CRITICO (EXIGE CIENCIA), 'A' ATENCAO,
      *                'I' INFORMATIVO.
      * NO-PAPEL:      FINANCEIRO, LOGISTICA, RH OU OPERACAO (PAPEL
      *                DESCONHECIDO CAI NO DIGEST DA OPERACAO).
      ******************************************************************
       01  NO-REGISTRO.
           02  NO-CHAVE.
               03  NO-DATA         PIC 9(08).
               03  NO-HORA         PIC 9(08).
               03  NO-SEQ          PIC 9(04).
           02  NO-SEVERIDADE       PIC X(01).
               88  NO-CRITICO                  VALUE 'C'.
               88  NO-ATENCAO                  VALUE 'A'.
               88  NO-INFORMATIVO              VALUE 'I'.
           02  NO-ORIGEM           PIC X(11).
           02  NO-PAPEL            PIC X(10).
           02  NO-MENSAGEM         PIC X(80).
