       IDENTIFICATION DIVISION.
       PROGRAM-ID. NTFYUTIL.
      ******************************************************************
      *AUTHOR: CARLOS AMARAL
      *DATE: 15/10/2026
      *PURPOSE: CAIXA DE SAIDA CENTRAL DOS AVISOS OPERACIONAIS. OS
      *         AVISOS SE ESPALHAVAM EM ARQUIVOS PROPRIOS E LINHAS DE
      *         CONSOLE QUE NINGUEM LE DE MADRUGADA (RETENCAO DE
      *         CREDITO, SINISTRO ENVELHECENDO, CONTA BLOQUEADA,
      *         CONCILIACAO DIVERGENTE, MESTRE FORA DO CONTROLE).
      *         CADA PROGRAMA CHAMA ESTE SUBPROGRAMA (COPY
      *         NTFYUTIL-PARM), QUE ACRESCENTA O AVISO NA NOTIFYOUTBOX;
      *         O DIGEST POR PAPEL SAI NO PROGCOB178 E A CIENCIA DOS
      *         CRITICOS E DADA NO PROGCOB179.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTIFY-OUTBOX-FILE ASSIGN TO 'NOTIFYOUTBOX'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-NO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NOTIFY-OUTBOX-FILE.
           COPY 'NOTIFYOUTBOX-REC.cob'.

       WORKING-STORAGE SECTION.
       77  WRK-NO-STATUS       PIC X(02)       VALUE SPACES.
       77  WRK-SEQ             PIC 9(04)       VALUE ZEROES.

       LINKAGE SECTION.
           COPY 'NTFYUTIL-PARM.cob'.

       PROCEDURE DIVISION USING NT-PARM.

           OPEN EXTEND NOTIFY-OUTBOX-FILE.
           IF WRK-NO-STATUS NOT = '00'
               OPEN OUTPUT NOTIFY-OUTBOX-FILE
           END-IF.

           ADD 1 TO WRK-SEQ.
           ACCEPT NO-DATA FROM DATE YYYYMMDD.
           ACCEPT NO-HORA FROM TIME.
           MOVE WRK-SEQ         TO NO-SEQ.
           MOVE NT-SEVERIDADE   TO NO-SEVERIDADE.
           IF NOT NO-CRITICO AND NOT NO-ATENCAO
               MOVE 'I' TO NO-SEVERIDADE
           END-IF.
           MOVE NT-ORIGEM       TO NO-ORIGEM.
           MOVE NT-PAPEL        TO NO-PAPEL.
           MOVE NT-MENSAGEM     TO NO-MENSAGEM.
           WRITE NO-REGISTRO.

           CLOSE NOTIFY-OUTBOX-FILE.

           GOBACK.

       END PROGRAM NTFYUTIL.
