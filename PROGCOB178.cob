       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB178.
      ******************************************************************
      *AUTHOR: CARLOS AMARAL
      *DATE: 15/10/2026
      *PURPOSE: DIGEST DIARIO DA CAIXA DE SAIDA DE AVISOS
      *         (NOTIFYOUTBOX, GRAVADA PELO NTFYUTIL). IMPRIME NO
      *         NOTIFYDIGEST UMA SECAO POR PAPEL DESTINATARIO
      *         (FINANCEIRO, LOGISTICA, RH, OPERACAO): PRIMEIRO, EM
      *         BLOCO SEPARADO, OS AVISOS CRITICOS AINDA SEM CIENCIA
      *         (DE QUALQUER DATA - SAEM EM TODO DIGEST ATE ALGUEM DAR
      *         CIENCIA NO PROGCOB179); DEPOIS OS AVISOS NOVOS DESDE O
      *         DIGEST ANTERIOR. O ULTIMO AVISO DESPACHADO FICA NO
      *         ARQUIVO DE CONTROLE NOTIFYDISP, PARA O DIGEST SEGUINTE
      *         NAO REPETIR O QUE JA SAIU. AVISO COM PAPEL DESCONHECIDO
      *         SAI NA SECAO DA OPERACAO. CRITICO PENDENTE DEVOLVE
      *         RETURN-CODE 4.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTIFY-OUTBOX-FILE ASSIGN TO 'NOTIFYOUTBOX'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-NO-STATUS.

           SELECT NOTIFY-ACK-FILE ASSIGN TO 'NOTIFYACK'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-NA-STATUS.

           SELECT NOTIFY-DISP-FILE ASSIGN TO 'NOTIFYDISP'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-ND-STATUS.

           SELECT DIGEST-REPORT-FILE ASSIGN TO 'NOTIFYDIGEST'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NOTIFY-OUTBOX-FILE.
           COPY 'NOTIFYOUTBOX-REC.cob'.

       FD  NOTIFY-ACK-FILE.
           COPY 'NOTIFYACK-REC.cob'.

       FD  NOTIFY-DISP-FILE.
       01  ND-REGISTRO.
           02  ND-ULTIMA-CHAVE     PIC X(20).
           02  ND-DATA             PIC 9(08).

       FD  DIGEST-REPORT-FILE.
       01  DG-LINHA                PIC X(132).

       WORKING-STORAGE SECTION.
       77  WRK-NO-STATUS       PIC X(02)       VALUE SPACES.
       77  WRK-NA-STATUS       PIC X(02)       VALUE SPACES.
       77  WRK-ND-STATUS       PIC X(02)       VALUE SPACES.
       77  WRK-REPORT-STATUS   PIC X(02)       VALUE SPACES.
       77  WRK-EOF             PIC X(01)       VALUE 'N'.
           88  LEITURA-ACABOU                  VALUE 'S'.

       77  WRK-HOJE            PIC 9(08)       VALUE ZEROES.
       77  WRK-ULTIMA-CHAVE    PIC X(20)       VALUE SPACES.
       77  WRK-NOVA-CHAVE      PIC X(20)       VALUE SPACES.

      ******************************************************************
      * CHAVES DOS AVISOS QUE JA TEM CIENCIA (NOTIFYACK).
      ******************************************************************
       77  WRK-ACK-QTD         PIC 9(05)       VALUE ZEROES.
       77  WRK-ACK-IDX         PIC 9(05)       VALUE ZEROES.
       01  WRK-TAB-ACK.
           02  WRK-ACK-CHAVE   PIC X(20)       OCCURS 5000 TIMES.
       77  WRK-CIENTE          PIC X(01)       VALUE 'N'.
           88  AVISO-CIENTE                    VALUE 'S'.

      ******************************************************************
      * AVISOS A IMPRIMIR: OS CRITICOS SEM CIENCIA E OS NOVOS DESDE O
      * ULTIMO DIGEST.
      ******************************************************************
       77  WRK-AV-QTD          PIC 9(05)       VALUE ZEROES.
       77  WRK-AV-IDX          PIC 9(05)       VALUE ZEROES.
       01  WRK-TAB-AVISOS.
           02  WRK-AV-LINHA    OCCURS 5000 TIMES.
               03  WRK-AV-REGISTRO     PIC X(122).
               03  WRK-AV-PAPEL        PIC X(10).
               03  WRK-AV-CIENTE       PIC X(01).
               03  WRK-AV-NOVO         PIC X(01).
       77  WRK-AV-FORA         PIC 9(05)       VALUE ZEROES.

      ******************************************************************
      * OS QUATRO PAPEIS, NA ORDEM DO DIGEST.
      ******************************************************************
       01  WRK-PAPEIS-VALORES.
           02  FILLER          PIC X(10)       VALUE 'FINANCEIRO'.
           02  FILLER          PIC X(10)       VALUE 'LOGISTICA'.
           02  FILLER          PIC X(10)       VALUE 'RH'.
           02  FILLER          PIC X(10)       VALUE 'OPERACAO'.
       01  WRK-TAB-PAPEIS REDEFINES WRK-PAPEIS-VALORES.
           02  WRK-PAPEL       PIC X(10)       OCCURS 4 TIMES.
       77  WRK-PAPEL-IDX       PIC 9(01)       VALUE ZEROES.
       77  WRK-PAPEL-ACHOU     PIC X(01)       VALUE 'N'.
           88  PAPEL-CONHECIDO                 VALUE 'S'.

       77  WRK-QTDE-LIDOS      PIC 9(06)       VALUE ZEROES.
       77  WRK-QTDE-NOVOS      PIC 9(05)       VALUE ZEROES.
       77  WRK-QTDE-PENDENTES  PIC 9(05)       VALUE ZEROES.
       77  WRK-QTDE-SECAO      PIC 9(05)       VALUE ZEROES.

       01  WRK-ED-HORA.
           02  WRK-ED-HH       PIC 9(02).
           02  FILLER          PIC X(01)       VALUE ':'.
           02  WRK-ED-MM       PIC 9(02).
       77  WRK-ED-SEVER        PIC X(08)       VALUE SPACES.

       PROCEDURE DIVISION.

           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.

           PERFORM 0100-CARREGA-CIENCIAS.
           PERFORM 0150-LE-CONTROLE.
           PERFORM 0200-CARREGA-AVISOS.

           OPEN OUTPUT DIGEST-REPORT-FILE.
           MOVE SPACES TO DG-LINHA.
           STRING 'DIGEST DE AVISOS OPERACIONAIS - ' WRK-HOJE
               DELIMITED BY SIZE INTO DG-LINHA
           END-STRING
           WRITE DG-LINHA.
           MOVE SPACES TO DG-LINHA.
           STRING 'AVISOS NOVOS ' WRK-QTDE-NOVOS
                  ' - CRITICOS SEM CIENCIA (TODOS OS PAPEIS) '
                  WRK-QTDE-PENDENTES
               DELIMITED BY SIZE INTO DG-LINHA
           END-STRING
           WRITE DG-LINHA.
           IF WRK-AV-FORA > 0
               MOVE SPACES TO DG-LINHA
               STRING 'ATENCAO: ' WRK-AV-FORA ' AVISOS ALEM DO '
                      'LIMITE DE 5000 FICARAM FORA DESTE DIGEST'
                   DELIMITED BY SIZE INTO DG-LINHA
               END-STRING
               WRITE DG-LINHA
           END-IF.

           PERFORM VARYING WRK-PAPEL-IDX FROM 1 BY 1
                   UNTIL WRK-PAPEL-IDX > 4
               PERFORM 0300-SECAO-PAPEL
           END-PERFORM.

           CLOSE DIGEST-REPORT-FILE.

           PERFORM 0500-GRAVA-CONTROLE.

           DISPLAY 'AVISOS NOVOS NO DIGEST: ' WRK-QTDE-NOVOS.
           DISPLAY 'CRITICOS SEM CIENCIA (VER NOTIFYDIGEST): '
                   WRK-QTDE-PENDENTES.
           IF WRK-QTDE-PENDENTES > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

      ******************************************************************
      * 0100-CARREGA-CIENCIAS - CHAVES DO NOTIFYACK PARA A TABELA.
      ******************************************************************
       0100-CARREGA-CIENCIAS SECTION.
           MOVE 'N' TO WRK-EOF.
           OPEN INPUT NOTIFY-ACK-FILE.
           IF WRK-NA-STATUS NOT = '00'
               GO TO 0100-EXIT
           END-IF.

           PERFORM UNTIL LEITURA-ACABOU
               READ NOTIFY-ACK-FILE
                   AT END
                       MOVE 'S' TO WRK-EOF
                   NOT AT END
                       IF WRK-ACK-QTD < 5000
                           ADD 1 TO WRK-ACK-QTD
                           MOVE NA-CHAVE TO WRK-ACK-CHAVE(WRK-ACK-QTD)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE NOTIFY-ACK-FILE.
       0100-EXIT.
           EXIT.

      ******************************************************************
      * 0150-LE-CONTROLE - ULTIMO AVISO DESPACHADO NO DIGEST ANTERIOR.
      * SEM O NOTIFYDISP, TODA A CAIXA DE SAIDA E NOVA.
      ******************************************************************
       0150-LE-CONTROLE SECTION.
           MOVE LOW-VALUES TO WRK-ULTIMA-CHAVE.
           OPEN INPUT NOTIFY-DISP-FILE.
           IF WRK-ND-STATUS NOT = '00'
               GO TO 0150-EXIT
           END-IF.
           READ NOTIFY-DISP-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE ND-ULTIMA-CHAVE TO WRK-ULTIMA-CHAVE
           END-READ.
           CLOSE NOTIFY-DISP-FILE.
       0150-EXIT.
           EXIT.

      ******************************************************************
      * 0200-CARREGA-AVISOS - GUARDA OS AVISOS NOVOS E OS CRITICOS SEM
      * CIENCIA, COM O PAPEL JA NORMALIZADO.
      ******************************************************************
       0200-CARREGA-AVISOS SECTION.
           MOVE WRK-ULTIMA-CHAVE TO WRK-NOVA-CHAVE.
           MOVE 'N' TO WRK-EOF.
           OPEN INPUT NOTIFY-OUTBOX-FILE.
           IF WRK-NO-STATUS NOT = '00'
               GO TO 0200-EXIT
           END-IF.

           PERFORM UNTIL LEITURA-ACABOU
               READ NOTIFY-OUTBOX-FILE
                   AT END
                       MOVE 'S' TO WRK-EOF
                   NOT AT END
                       ADD 1 TO WRK-QTDE-LIDOS
                       PERFORM 0250-GUARDA-AVISO
               END-READ
           END-PERFORM.

           CLOSE NOTIFY-OUTBOX-FILE.
       0200-EXIT.
           EXIT.

      ******************************************************************
      * 0250-GUARDA-AVISO - O AVISO LIDO ENTRA NA TABELA SE FOR NOVO OU
      * CRITICO SEM CIENCIA.
      ******************************************************************
       0250-GUARDA-AVISO SECTION.
           MOVE 'N' TO WRK-CIENTE.
           IF NO-CRITICO
               PERFORM VARYING WRK-ACK-IDX FROM 1 BY 1
                       UNTIL WRK-ACK-IDX > WRK-ACK-QTD
                           OR AVISO-CIENTE
                   IF WRK-ACK-CHAVE(WRK-ACK-IDX) = NO-CHAVE
                       MOVE 'S' TO WRK-CIENTE
                   END-IF
               END-PERFORM
           END-IF.

           IF NO-CHAVE NOT > WRK-ULTIMA-CHAVE
               AND (NOT NO-CRITICO OR AVISO-CIENTE)
               GO TO 0250-EXIT
           END-IF.

           IF WRK-AV-QTD NOT < 5000
               ADD 1 TO WRK-AV-FORA
               GO TO 0250-EXIT
           END-IF.

           ADD 1 TO WRK-AV-QTD.
           MOVE NO-REGISTRO TO WRK-AV-REGISTRO(WRK-AV-QTD).
           MOVE WRK-CIENTE TO WRK-AV-CIENTE(WRK-AV-QTD).
           IF NO-CRITICO AND NOT AVISO-CIENTE
               ADD 1 TO WRK-QTDE-PENDENTES
           END-IF.

           IF NO-CHAVE > WRK-ULTIMA-CHAVE
               MOVE 'S' TO WRK-AV-NOVO(WRK-AV-QTD)
               ADD 1 TO WRK-QTDE-NOVOS
               IF NO-CHAVE > WRK-NOVA-CHAVE
                   MOVE NO-CHAVE TO WRK-NOVA-CHAVE
               END-IF
           ELSE
               MOVE 'N' TO WRK-AV-NOVO(WRK-AV-QTD)
           END-IF.

           MOVE 'N' TO WRK-PAPEL-ACHOU.
           PERFORM VARYING WRK-PAPEL-IDX FROM 1 BY 1
                   UNTIL WRK-PAPEL-IDX > 4 OR PAPEL-CONHECIDO
               IF WRK-PAPEL(WRK-PAPEL-IDX) = NO-PAPEL
                   MOVE 'S' TO WRK-PAPEL-ACHOU
               END-IF
           END-PERFORM.
           IF PAPEL-CONHECIDO
               MOVE NO-PAPEL TO WRK-AV-PAPEL(WRK-AV-QTD)
           ELSE
               MOVE 'OPERACAO' TO WRK-AV-PAPEL(WRK-AV-QTD)
           END-IF.
       0250-EXIT.
           EXIT.

      ******************************************************************
      * 0300-SECAO-PAPEL - SECAO DO PAPEL WRK-PAPEL-IDX: CRITICOS SEM
      * CIENCIA EM BLOCO PROPRIO E DEPOIS OS AVISOS NOVOS.
      ******************************************************************
       0300-SECAO-PAPEL SECTION.
           MOVE SPACES TO DG-LINHA.
           WRITE DG-LINHA.
           MOVE SPACES TO DG-LINHA.
           WRITE DG-LINHA FROM '====================================='.
           MOVE SPACES TO DG-LINHA.
           STRING 'PARA: ' WRK-PAPEL(WRK-PAPEL-IDX)
               DELIMITED BY SIZE INTO DG-LINHA
           END-STRING
           WRITE DG-LINHA.

           MOVE SPACES TO DG-LINHA.
           WRITE DG-LINHA FROM
               '*** CRITICOS SEM CIENCIA (DAR CIENCIA NO PROGCOB179):'.
           MOVE 0 TO WRK-QTDE-SECAO.
           PERFORM VARYING WRK-AV-IDX FROM 1 BY 1
                   UNTIL WRK-AV-IDX > WRK-AV-QTD
               MOVE WRK-AV-REGISTRO(WRK-AV-IDX) TO NO-REGISTRO
               IF WRK-AV-PAPEL(WRK-AV-IDX) = WRK-PAPEL(WRK-PAPEL-IDX)
                   AND NO-CRITICO
                   AND WRK-AV-CIENTE(WRK-AV-IDX) NOT = 'S'
                   ADD 1 TO WRK-QTDE-SECAO
                   PERFORM 0400-LINHA-AVISO
               END-IF
           END-PERFORM.
           IF WRK-QTDE-SECAO = 0
               MOVE SPACES TO DG-LINHA
               WRITE DG-LINHA FROM '    NENHUM'
           END-IF.

           MOVE SPACES TO DG-LINHA.
           WRITE DG-LINHA FROM 'AVISOS NOVOS DESDE O ULTIMO DIGEST:'.
           MOVE 0 TO WRK-QTDE-SECAO.
           PERFORM VARYING WRK-AV-IDX FROM 1 BY 1
                   UNTIL WRK-AV-IDX > WRK-AV-QTD
               MOVE WRK-AV-REGISTRO(WRK-AV-IDX) TO NO-REGISTRO
               IF WRK-AV-PAPEL(WRK-AV-IDX) = WRK-PAPEL(WRK-PAPEL-IDX)
                   AND WRK-AV-NOVO(WRK-AV-IDX) = 'S'
                   AND (NOT NO-CRITICO
                        OR WRK-AV-CIENTE(WRK-AV-IDX) = 'S')
                   ADD 1 TO WRK-QTDE-SECAO
                   PERFORM 0400-LINHA-AVISO
               END-IF
           END-PERFORM.
           IF WRK-QTDE-SECAO = 0
               MOVE SPACES TO DG-LINHA
               WRITE DG-LINHA FROM '    NENHUM'
           END-IF.

      ******************************************************************
      * 0400-LINHA-AVISO - UMA LINHA DO AVISO EM NO-REGISTRO, COM A
      * CHAVE PARA A CIENCIA.
      ******************************************************************
       0400-LINHA-AVISO SECTION.
           EVALUATE TRUE
               WHEN NO-CRITICO
                   IF WRK-AV-CIENTE(WRK-AV-IDX) = 'S'
                       MOVE 'CIENTE' TO WRK-ED-SEVER
                   ELSE
                       MOVE 'CRITICO' TO WRK-ED-SEVER
                   END-IF
               WHEN NO-ATENCAO
                   MOVE 'ATENCAO' TO WRK-ED-SEVER
               WHEN OTHER
                   MOVE 'INFO' TO WRK-ED-SEVER
           END-EVALUATE.
           MOVE NO-HORA(1:2) TO WRK-ED-HH.
           MOVE NO-HORA(3:2) TO WRK-ED-MM.

           MOVE SPACES TO DG-LINHA.
           STRING '    ' NO-CHAVE ' ' NO-DATA ' ' WRK-ED-HORA
                  ' ' WRK-ED-SEVER ' ' NO-ORIGEM ' ' NO-MENSAGEM
               DELIMITED BY SIZE INTO DG-LINHA
           END-STRING.
           WRITE DG-LINHA.

      ******************************************************************
      * 0500-GRAVA-CONTROLE - GUARDA NO NOTIFYDISP O ULTIMO AVISO
      * DESPACHADO NESTE DIGEST.
      ******************************************************************
       0500-GRAVA-CONTROLE SECTION.
           IF WRK-QTDE-NOVOS = 0
               GO TO 0500-EXIT
           END-IF.
           OPEN OUTPUT NOTIFY-DISP-FILE.
           MOVE WRK-NOVA-CHAVE TO ND-ULTIMA-CHAVE.
           MOVE WRK-HOJE TO ND-DATA.
           WRITE ND-REGISTRO.
           CLOSE NOTIFY-DISP-FILE.
       0500-EXIT.
           EXIT.

       END PROGRAM PROGCOB178.
