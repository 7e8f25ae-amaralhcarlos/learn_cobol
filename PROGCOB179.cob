       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB179.
      ******************************************************************
      *AUTHOR: CARLOS AMARAL
      *DATE: 15/10/2026
      *PURPOSE: CIENCIA DOS AVISOS CRITICOS DA CAIXA DE SAIDA
      *         (NOTIFYOUTBOX). O OPERADOR SE IDENTIFICA, VE OS
      *         CRITICOS AINDA SEM CIENCIA E DA CIENCIA PELA CHAVE QUE
      *         SAI NO DIGEST DO PROGCOB178; A CIENCIA (CHAVE, QUEM E
      *         QUANDO) FICA NO NOTIFYACK E O AVISO SAI DO BLOCO DE
      *         CRITICOS DOS DIGESTS SEGUINTES.
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

       DATA DIVISION.
       FILE SECTION.
       FD  NOTIFY-OUTBOX-FILE.
           COPY 'NOTIFYOUTBOX-REC.cob'.

       FD  NOTIFY-ACK-FILE.
           COPY 'NOTIFYACK-REC.cob'.

       WORKING-STORAGE SECTION.
       77  WRK-NO-STATUS       PIC X(02)       VALUE SPACES.
       77  WRK-NA-STATUS       PIC X(02)       VALUE SPACES.
       77  WRK-EOF             PIC X(01)       VALUE 'N'.
           88  LEITURA-ACABOU                  VALUE 'S'.

       77  WRK-OPCAO           PIC 9(01)       VALUE ZEROES.
       77  WRK-OPERADOR        PIC X(20)       VALUE SPACES.
       77  WRK-CHAVE-ALVO      PIC X(20)       VALUE SPACES.
       77  WRK-QTDE-PENDENTES  PIC 9(05)       VALUE ZEROES.
       77  WRK-AVISO-ALVO      PIC X(122)      VALUE SPACES.

      ******************************************************************
      * CHAVES DOS AVISOS QUE JA TEM CIENCIA (NOTIFYACK).
      ******************************************************************
       77  WRK-ACK-QTD         PIC 9(05)       VALUE ZEROES.
       77  WRK-ACK-IDX         PIC 9(05)       VALUE ZEROES.
       01  WRK-TAB-ACK.
           02  WRK-ACK-CHAVE   PIC X(20)       OCCURS 5000 TIMES.
       77  WRK-CIENTE          PIC X(01)       VALUE 'N'.
           88  AVISO-CIENTE                    VALUE 'S'.
       77  WRK-ACHOU           PIC X(01)       VALUE 'N'.
           88  AVISO-ACHADO                    VALUE 'S'.

       01  WRK-AGORA.
           02  WRK-AGORA-HHMMSS PIC 9(06)      VALUE ZEROES.
           02  WRK-AGORA-CC    PIC 9(02)       VALUE ZEROES.

       PROCEDURE DIVISION.

           DISPLAY 'OPERADOR: '.
           ACCEPT WRK-OPERADOR.
           IF WRK-OPERADOR = SPACES
               DISPLAY 'OPERADOR OBRIGATORIO'
               STOP RUN
           END-IF.

           PERFORM 0100-EXECUTA-MENU UNTIL WRK-OPCAO = 9.

           STOP RUN.

      ******************************************************************
      * 0100-EXECUTA-MENU - LISTA OS CRITICOS PENDENTES OU DA CIENCIA.
      ******************************************************************
       0100-EXECUTA-MENU SECTION.
           DISPLAY '1 - LISTAR CRITICOS SEM CIENCIA'.
           DISPLAY '2 - DAR CIENCIA A UM AVISO CRITICO'.
           DISPLAY '9 - SAIR'.
           DISPLAY 'ESCOLHA UMA OPCAO: '.
           ACCEPT WRK-OPCAO.

           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0200-LISTA-PENDENTES
               WHEN 2
                   PERFORM 0300-DA-CIENCIA
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

      ******************************************************************
      * 0200-LISTA-PENDENTES - CRITICOS DA NOTIFYOUTBOX SEM LINHA NO
      * NOTIFYACK.
      ******************************************************************
       0200-LISTA-PENDENTES SECTION.
           PERFORM 0500-CARREGA-CIENCIAS.
           MOVE 0 TO WRK-QTDE-PENDENTES.
           MOVE 'N' TO WRK-EOF.
           OPEN INPUT NOTIFY-OUTBOX-FILE.
           IF WRK-NO-STATUS NOT = '00'
               DISPLAY 'NOTIFYOUTBOX VAZIA - NENHUM AVISO'
               GO TO 0200-EXIT
           END-IF.

           PERFORM UNTIL LEITURA-ACABOU
               READ NOTIFY-OUTBOX-FILE
                   AT END
                       MOVE 'S' TO WRK-EOF
                   NOT AT END
                       IF NO-CRITICO
                           PERFORM 0600-CONFERE-CIENCIA
                           IF NOT AVISO-CIENTE
                               ADD 1 TO WRK-QTDE-PENDENTES
                               DISPLAY NO-CHAVE ' ' NO-PAPEL ' '
                                       NO-ORIGEM
                               DISPLAY '    ' NO-MENSAGEM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE NOTIFY-OUTBOX-FILE.
           DISPLAY 'CRITICOS SEM CIENCIA: ' WRK-QTDE-PENDENTES.
       0200-EXIT.
           EXIT.

      ******************************************************************
      * 0300-DA-CIENCIA - CONFERE QUE A CHAVE E DE UM CRITICO AINDA SEM
      * CIENCIA E GRAVA A CIENCIA NO NOTIFYACK.
      ******************************************************************
       0300-DA-CIENCIA SECTION.
           DISPLAY 'CHAVE DO AVISO (20 DIGITOS, DO DIGEST): '.
           ACCEPT WRK-CHAVE-ALVO.

           PERFORM 0500-CARREGA-CIENCIAS.
           MOVE 'N' TO WRK-ACHOU.
           MOVE 'N' TO WRK-EOF.
           OPEN INPUT NOTIFY-OUTBOX-FILE.
           IF WRK-NO-STATUS NOT = '00'
               DISPLAY 'NOTIFYOUTBOX VAZIA - NENHUM AVISO'
               GO TO 0300-EXIT
           END-IF.

           PERFORM UNTIL LEITURA-ACABOU OR AVISO-ACHADO
               READ NOTIFY-OUTBOX-FILE
                   AT END
                       MOVE 'S' TO WRK-EOF
                   NOT AT END
                       IF NO-CHAVE = WRK-CHAVE-ALVO
                           MOVE 'S' TO WRK-ACHOU
                           MOVE NO-REGISTRO TO WRK-AVISO-ALVO
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE NOTIFY-OUTBOX-FILE.

           IF NOT AVISO-ACHADO
               DISPLAY 'AVISO NAO ENCONTRADO NA NOTIFYOUTBOX'
               GO TO 0300-EXIT
           END-IF.
           MOVE WRK-AVISO-ALVO TO NO-REGISTRO.
           IF NOT NO-CRITICO
               DISPLAY 'AVISO NAO E CRITICO - NAO PRECISA DE CIENCIA'
               GO TO 0300-EXIT
           END-IF.
           PERFORM 0600-CONFERE-CIENCIA.
           IF AVISO-CIENTE
               DISPLAY 'CIENCIA JA DADA PARA ESTE AVISO'
               GO TO 0300-EXIT
           END-IF.

           OPEN EXTEND NOTIFY-ACK-FILE.
           IF WRK-NA-STATUS NOT = '00'
               OPEN OUTPUT NOTIFY-ACK-FILE
           END-IF.
           MOVE WRK-CHAVE-ALVO TO NA-CHAVE.
           ACCEPT NA-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-AGORA FROM TIME.
           MOVE WRK-AGORA-HHMMSS TO NA-HORA.
           MOVE WRK-OPERADOR TO NA-OPERADOR.
           WRITE NA-REGISTRO.
           CLOSE NOTIFY-ACK-FILE.

           DISPLAY 'CIENCIA REGISTRADA: ' NO-ORIGEM ' ' NO-MENSAGEM.
       0300-EXIT.
           EXIT.

      ******************************************************************
      * 0500-CARREGA-CIENCIAS - CHAVES DO NOTIFYACK PARA A TABELA.
      ******************************************************************
       0500-CARREGA-CIENCIAS SECTION.
           MOVE 0 TO WRK-ACK-QTD.
           MOVE 'N' TO WRK-EOF.
           OPEN INPUT NOTIFY-ACK-FILE.
           IF WRK-NA-STATUS NOT = '00'
               GO TO 0500-EXIT
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
       0500-EXIT.
           EXIT.

      ******************************************************************
      * 0600-CONFERE-CIENCIA - O AVISO EM NO-REGISTRO JA TEM CIENCIA?
      ******************************************************************
       0600-CONFERE-CIENCIA SECTION.
           MOVE 'N' TO WRK-CIENTE.
           PERFORM VARYING WRK-ACK-IDX FROM 1 BY 1
                   UNTIL WRK-ACK-IDX > WRK-ACK-QTD OR AVISO-CIENTE
               IF WRK-ACK-CHAVE(WRK-ACK-IDX) = NO-CHAVE
                   MOVE 'S' TO WRK-CIENTE
               END-IF
           END-PERFORM.

       END PROGRAM PROGCOB179.
