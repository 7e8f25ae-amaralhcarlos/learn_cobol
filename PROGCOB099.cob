      *         NO ARQUIVO DE CONTROLE PAYREMITCTL E NAO PODE SER
      *         EXTRAIDA DUAS VEZES, E O RESUMO DA REMESSA SAI NO
      *         PAYREMITRPT PARA A TESOURARIA ASSINAR.
      *MODIFICATION HISTORY:
      * 15/10/2026 - REMESSA LANCADA NO RAZAO PELO TRSYUTIL (D 2101
      *              SALARIOS A PAGAR / C 1001 CAIXA), COM CONTROLE
      *              TREASCTL CONTRA LANCAMENTO EM DOBRO E A SITUACAO DO
      *              LANCAMENTO NO PAYREMITRPT
      * 15/10/2026 - REMESSA SO COM A REVISAO DA FOLHA ASSINADA POR
      *              SUPERVISOR NO PAYREVIEWCTL (PROGCOB168) E COM OS
      *              CREDITOS IGUAIS AOS ASSINADOS; ASSINATURA NO
      *              PAYREMITRPT
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-CTL-STATUS.

           SELECT REVIEW-CONTROL-FILE ASSIGN TO 'PAYREVIEWCTL'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-REV-STATUS.

           SELECT REMIT-REPORT-FILE ASSIGN TO 'PAYREMITRPT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-REPORT-STATUS.
       01  RC-REGISTRO.
           02  RC-COMPETENCIA  PIC 9(06).

       FD  REVIEW-CONTROL-FILE.
           COPY 'PAYREVCTL-REC.cob'.

       FD  REMIT-REPORT-FILE.
       01  RR-LINHA                PIC X(100).

       77  WRK-CTL-EOF         PIC X(01)       VALUE 'N'.
           88  CTL-ACABOU                      VALUE 'S'.
       77  WRK-REPORT-STATUS   PIC X(02)       VALUE SPACES.
       77  WRK-REV-STATUS      PIC X(02)       VALUE SPACES.
       77  WRK-REV-EOF         PIC X(01)       VALUE 'N'.
           88  REV-ACABOU                      VALUE 'S'.

       77  WRK-COMPETENCIA     PIC 9(06)       VALUE ZEROES.
       77  WRK-JA-REMETIDA     PIC X(01)       VALUE 'N'.
       77  WRK-QTDE-CREDITOS   PIC 9(06)       VALUE ZEROES.
       77  WRK-TOT-CREDITOS    PIC 9(10)V99    VALUE ZEROES.

      ******************************************************************
      * ASSINATURA DA REVISAO DA FOLHA (PROGCOB168) NO PAYREVIEWCTL -
      * VALE A ULTIMA DA COMPETENCIA, E A FOLHA TEM QUE CONTINUAR COM A
      * MESMA QUANTIDADE E O MESMO TOTAL DE CREDITOS ASSINADOS.
      ******************************************************************
       77  WRK-ASSINADA        PIC X(01)       VALUE 'N'.
           88  REVISAO-ASSINADA                VALUE 'S'.
           88  REVISAO-DIVERGENTE              VALUE 'D'.
       01  WRK-ASSINATURA.
           02  WRK-ASS-OPERADOR    PIC X(20)   VALUE SPACES.
           02  WRK-ASS-DATA.
               03  WRK-ASS-ANO     PIC 9(04)   VALUE ZEROES.
               03  WRK-ASS-MES     PIC 9(02)   VALUE ZEROES.
               03  WRK-ASS-DIA     PIC 9(02)   VALUE ZEROES.
           02  WRK-ASS-QTDE        PIC 9(06)   VALUE ZEROES.
           02  WRK-ASS-TOTAL       PIC 9(10)V99 VALUE ZEROES.
       77  WRK-CONF-QTDE       PIC 9(06)       VALUE ZEROES.
       77  WRK-CONF-TOTAL      PIC 9(10)V99    VALUE ZEROES.

      ******************************************************************
      * LANCAMENTO DA REMESSA NO RAZAO PELO TRSYUTIL, COM CHAVE NA
      * COMPETENCIA: D 2101 SALARIOS A PAGAR / C 1001 CAIXA PELO
      * TOTAL DOS LIQUIDOS.
      ******************************************************************
           COPY 'TRSYUTIL-PARM.cob'.

       01  WRK-HOJE.
           02  WRK-HOJE-ANO    PIC 9(04)       VALUE ZEROES.
           02  WRK-HOJE-MES    PIC 9(02)       VALUE ZEROES.
               STOP RUN
           END-IF.

           PERFORM 0150-CONFERE-ASSINATURA.
           IF REVISAO-DIVERGENTE
               DISPLAY 'FOLHA ALTERADA DEPOIS DA ASSINATURA DA '
                       'REVISAO - RODAR O PROGCOB168 DE NOVO'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF NOT REVISAO-ASSINADA
               DISPLAY 'COMPETENCIA ' WRK-COMPETENCIA
                       ' SEM REVISAO ASSINADA (PROGCOB168) - '
                       'EXTRACAO RECUSADA'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 0200-GERA-ARQUIVO.

           IF WRK-QTDE-CREDITOS = 0
           END-IF.

           PERFORM 0400-MARCA-REMETIDA.
           PERFORM 0450-LANCA-REMESSA.
           PERFORM 0500-IMPRIME-RESUMO.

           DISPLAY 'CREDITOS REMETIDOS: ' WRK-QTDE-CREDITOS.
       0100-EXIT.
           EXIT.

      ******************************************************************
      * 0150-CONFERE-ASSINATURA - PROCURA A ULTIMA ASSINATURA DA
      * COMPETENCIA NO PAYREVIEWCTL E CONFERE OS CREDITOS DO
      * PAYROLLMASTER CONTRA A QUANTIDADE E O TOTAL ASSINADOS.
      ******************************************************************
       0150-CONFERE-ASSINATURA SECTION.
           MOVE 'N' TO WRK-ASSINADA.
           OPEN INPUT REVIEW-CONTROL-FILE.
           IF WRK-REV-STATUS NOT = '00'
               GO TO 0150-EXIT
           END-IF.

           PERFORM UNTIL REV-ACABOU
               READ REVIEW-CONTROL-FILE
                   AT END
                       MOVE 'S' TO WRK-REV-EOF
                   NOT AT END
                       IF RS-COMPETENCIA = WRK-COMPETENCIA
                           MOVE 'S' TO WRK-ASSINADA
                           MOVE RS-OPERADOR      TO WRK-ASS-OPERADOR
                           MOVE RS-DATA          TO WRK-ASS-DATA
                           MOVE RS-QTDE-CREDITOS TO WRK-ASS-QTDE
                           MOVE RS-TOT-CREDITOS  TO WRK-ASS-TOTAL
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE REVIEW-CONTROL-FILE.

           IF NOT REVISAO-ASSINADA
               GO TO 0150-EXIT
           END-IF.

           OPEN INPUT PAYROLL-MASTER-FILE.
           IF WRK-PAYROLL-STATUS NOT = '00'
               GO TO 0150-EXIT
           END-IF.

           PERFORM UNTIL PAYROLL-ACABOU
               READ PAYROLL-MASTER-FILE NEXT
                   AT END
                       MOVE 'S' TO WRK-PAYROLL-EOF
                   NOT AT END
                       IF PM-COMPETENCIA = WRK-COMPETENCIA
                           AND PM-LIQUIDO > 0
                           ADD 1 TO WRK-CONF-QTDE
                           ADD PM-LIQUIDO TO WRK-CONF-TOTAL
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE PAYROLL-MASTER-FILE.
           MOVE 'N' TO WRK-PAYROLL-EOF.

           IF WRK-CONF-QTDE NOT = WRK-ASS-QTDE
               OR WRK-CONF-TOTAL NOT = WRK-ASS-TOTAL
               MOVE 'D' TO WRK-ASSINADA
           END-IF.
       0150-EXIT.
           EXIT.

      ******************************************************************
      * 0200-GERA-ARQUIVO - GRAVA O NETPAYFILE COM OS LIQUIDOS DA
      * COMPETENCIA ENTRE O HEADER E O TRAILER.
           WRITE RC-REGISTRO.
           CLOSE REMIT-CONTROL-FILE.

      ******************************************************************
      * 0450-LANCA-REMESSA - LANCA A SAIDA DO CAIXA DA REMESSA PELO
      * TRSYUTIL, QUE SO GRAVA NO GLTRANSACTIONS SE A COMPETENCIA
      * AINDA NAO CONSTA NO TREASCTL.
      ******************************************************************
       0450-LANCA-REMESSA SECTION.
           MOVE 'L'              TO TS-FUNCAO.
           MOVE 'LIQF'           TO TS-ORIGEM.
           MOVE WRK-COMPETENCIA  TO TS-CHAVE.
           MOVE WRK-HOJE         TO TS-DATA.
           MOVE 'PROGCOB099'     TO TS-OPERADOR.
           MOVE 2                TO TS-QTDE-PERNAS.
           MOVE 2101             TO TS-CONTA(1).
           MOVE 'D'              TO TS-TIPO(1).
           MOVE WRK-TOT-CREDITOS TO TS-VALOR(1).
           MOVE SPACES           TO TS-CCUSTO(1).
           MOVE 1001             TO TS-CONTA(2).
           MOVE 'C'              TO TS-TIPO(2).
           MOVE WRK-TOT-CREDITOS TO TS-VALOR(2).
           MOVE SPACES           TO TS-CCUSTO(2).
           CALL 'TRSYUTIL' USING TS-PARM.

      ******************************************************************
      * 0500-IMPRIME-RESUMO - RESUMO DA REMESSA PARA A TESOURARIA
      * ASSINAR.
           END-STRING
           WRITE RR-LINHA.

           MOVE SPACES TO RR-LINHA.
           STRING 'REVISAO ASSINADA POR ' WRK-ASS-OPERADOR
                  ' EM ' WRK-ASS-DIA '/' WRK-ASS-MES '/' WRK-ASS-ANO
               DELIMITED BY SIZE INTO RR-LINHA
           END-STRING
           WRITE RR-LINHA.

           MOVE SPACES TO RR-LINHA.
           EVALUATE TS-RETORNO
               WHEN 'S'
                   MOVE 'LANCADO NO RAZAO: D 2101 / C 1001'
                       TO RR-LINHA
               WHEN 'J'
                   MOVE 'COMPETENCIA JA LANCADA NO RAZAO ANTES'
                       TO RR-LINHA
               WHEN OTHER
                   MOVE 'NAO LANCADO NO RAZAO - VERIFICAR'
                       TO RR-LINHA
           END-EVALUATE.
           WRITE RR-LINHA.

           MOVE SPACES TO RR-LINHA.
           WRITE RR-LINHA.
           MOVE SPACES TO RR-LINHA.
