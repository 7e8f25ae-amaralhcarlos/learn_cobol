      *         PERGUNTAM O ANO/MES NO CONSOLE, COMO SEMPRE FIZERAM
      *         QUANDO RODADAS A MAO.
      *
      *         SEQUENCIA: PROGCOB037 (FEED DO RAZAO), PROGCOB146
      *         (DEPRECIACAO DO ATIVO IMOBILIZADO), PROGCOB151
      *         (RATEIO DE CENTROS DE CUSTO), PROGCOB140
      *         (CONCILIACAO DOS AUXILIARES COM AS CONTAS DE CONTROLE),
      *         PROGCOB035 (AGING AR), PROGCOB095 (AGING AP),
      *         PROGCOB030 (ORCADO X REALIZADO), PROGCOB039
      *         (COMISSOES), PROGCOB083 (LIBERACAO DE COMISSOES),
      *         PROGCOB056 (ARQUIVAMENTO).
      *
      *         A ETAPA MARCADA COMO BLOQUEANTE (A CONCILIACAO) QUE
      *         RECUSA A RODADA INTERROMPE O FECHAMENTO: AS ETAPAS
      *         SEGUINTES FICAM BLOQUEADAS ATE A DIVERGENCIA SER
      *         RESOLVIDA E O DRIVER RODAR DE NOVO.
      *
      *MODIFICATION HISTORY:
      * 15/10/2026 - CONCILIACAO AUXILIAR X RAZAO (PROGCOB140) COMO
      *              ETAPA 2, BLOQUEANTE. AS ETAPAS SEGUINTES FORAM
      *              RENUMERADAS NO MECKPT (3 A 8).
      * 15/10/2026 - DEPRECIACAO DO IMOBILIZADO (PROGCOB146) COMO ETAPA
      *              2; A CONCILIACAO PASSA A ETAPA 3 E AS SEGUINTES
      *              FORAM RENUMERADAS NO MECKPT (4 A 9).
      * 15/10/2026 - RATEIO DE CENTROS DE CUSTO (PROGCOB151) COMO ETAPA
      *              3, DEPOIS DA FOLHA E DA DEPRECIACAO; A CONCILIACAO
      *              PASSA A ETAPA 4 E AS SEGUINTES FORAM RENUMERADAS (5
      *              A 10). A ETAPA NO MECKPT PASSOU A DOIS DIGITOS.
      * 15/10/2026 - CADA ETAPA PASSOU A SER GRAVADA NO HISTORICO DE
      *              EXECUCAO RUNHIST PELO RUNHUTIL, COMO NO PROGCOB026,
      *              COM ALERTA NO BATCHALERT QUANDO A ETAPA PASSA DO
      *              LIMITE DO BATCHSLA OU QUANDO A PREVISAO DA RODADA
      *              PASSA DO CORTE DA MANHA.
      * 15/10/2026 - A LINHA ANTIGA DO MECKPT (ETAPA COM UM DIGITO, DA
      *              SEQUENCIA DE SETE ETAPAS) PASSOU A SER CONVERTIDA
      *              PARA A POSICAO DO MESMO PROGRAMA NA SEQUENCIA
      *              ATUAL, EM VEZ DE SER LIDA COM O NUMERO ANTIGO.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           02  SC-ANO              PIC 9(04).
           02  SC-MES              PIC 9(02).

      ******************************************************************
      * COM DEZ ETAPAS O NUMERO DA ETAPA PASSOU A DOIS DIGITOS; A LINHA
      * GRAVADA ANTES (UM DIGITO SO) E LIDA PELO MK-ETAPA-ANTIGA E
      * CONVERTIDA PELA WRK-TAB-ETAPA-ANTIGA.
      ******************************************************************
       FD  ME-CHECKPOINT-FILE.
       01  MK-REGISTRO.
           02  MK-COMPETENCIA      PIC 9(06).
           02  MK-ETAPA            PIC 9(02).
           02  MK-ETAPA-ANTIGA REDEFINES MK-ETAPA.
               03  MK-ETAPA-DIGITO PIC 9(01).
               03  MK-ETAPA-BRANCO PIC X(01).

       FD  ME-REPORT-FILE.
       01  MR-LINHA                PIC X(100).
       77  WRK-MES             PIC 9(02)       VALUE ZEROES.
       77  WRK-COMPETENCIA     PIC 9(06)       VALUE ZEROES.
       77  WRK-MES-FECHADO     PIC X(01)       VALUE 'N'.
       77  WRK-BLOQUEIO        PIC X(01)       VALUE 'N'.
           88  FECHAMENTO-BLOQUEADO            VALUE 'S'.

      ******************************************************************
      * AS DEZ ETAPAS DA SEQUENCIA, COM O FLAG DE JA CONCLUIDA (DO
      * CHECKPOINT), O FLAG DE ETAPA BLOQUEANTE, OS HORARIOS E O
      * RESULTADO (MESMO DESENHO DO PROGCOB026).
      ******************************************************************
       77  WRK-ETAPA-IDX       PIC 9(02)       VALUE ZEROES.
       77  WRK-ETAPA-LIDA      PIC 9(02)       VALUE ZEROES.

      ******************************************************************
      * POSICAO NA SEQUENCIA ATUAL DE CADA ETAPA DA SEQUENCIA ANTIGA
      * DE SETE (1=037, 2=035, 3=095, 4=030, 5=039, 6=083, 7=056), PARA
      * A LINHA DO MECKPT GRAVADA COM UM DIGITO SO.
      ******************************************************************
       01  WRK-ETAPA-ANTIGA-VALORES.
           02  FILLER          PIC X(14)   VALUE '01050607080910'.
       01  WRK-TAB-ETAPA-ANTIGA REDEFINES WRK-ETAPA-ANTIGA-VALORES.
           02  WRK-ETAPA-NOVA  PIC 9(02)   OCCURS 7 TIMES.
       01  WRK-TAB-ETAPAS.
           02  WRK-ETAPA-LINHA OCCURS 10 TIMES.
               03  WRK-ETAPA-PROG      PIC X(11).
               03  WRK-ETAPA-FEITA     PIC X(01).
               03  WRK-ETAPA-BLOQUEIA  PIC X(01).
               03  WRK-ETAPA-INI       PIC X(08).
               03  WRK-ETAPA-FIM       PIC X(08).
               03  WRK-ETAPA-RESULT    PIC X(10).
           02  WRK-HORA-CC     PIC 9(02)       VALUE ZEROES.
       77  WRK-HORA-ED         PIC X(08)       VALUE SPACES.

      ******************************************************************
      * HISTORICO DE EXECUCAO (RUNHUTIL), COMO NO PROGCOB026: HORA DE
      * INICIO DAS ETAPAS, HORARIOS EM HHMMSS E A SOMA DAS MEDIAS DE
      * 30 DIAS DAS ETAPAS QUE AINDA FALTAM.
      ******************************************************************
           COPY 'RUNHUTIL-PARM.cob'.
       77  WRK-INICIO-DRIVER   PIC 9(06)       VALUE ZEROES.
       77  WRK-RC-ETAPA        PIC 9(03)       VALUE ZEROES.
       77  WRK-FALTA-IDX       PIC 9(02)       VALUE ZEROES.
       77  WRK-FALTA-SEG       PIC 9(06)       VALUE ZEROES.
       01  WRK-HMS-X           PIC X(06)       VALUE ZEROES.
       01  WRK-HMS-N REDEFINES WRK-HMS-X       PIC 9(06).

       PROCEDURE DIVISION.

           DISPLAY 'ANO DO FECHAMENTO DE MES: '.
           END-IF.

           MOVE 'PROGCOB037' TO WRK-ETAPA-PROG(1).
           MOVE 'PROGCOB146' TO WRK-ETAPA-PROG(2).
           MOVE 'PROGCOB151' TO WRK-ETAPA-PROG(3).
           MOVE 'PROGCOB140' TO WRK-ETAPA-PROG(4).
           MOVE 'PROGCOB035' TO WRK-ETAPA-PROG(5).
           MOVE 'PROGCOB095' TO WRK-ETAPA-PROG(6).
           MOVE 'PROGCOB030' TO WRK-ETAPA-PROG(7).
           MOVE 'PROGCOB039' TO WRK-ETAPA-PROG(8).
           MOVE 'PROGCOB083' TO WRK-ETAPA-PROG(9).
           MOVE 'PROGCOB056' TO WRK-ETAPA-PROG(10).
           PERFORM VARYING WRK-ETAPA-IDX FROM 1 BY 1
                   UNTIL WRK-ETAPA-IDX > 10
               MOVE 'N'    TO WRK-ETAPA-FEITA(WRK-ETAPA-IDX)
               MOVE 'N'    TO WRK-ETAPA-BLOQUEIA(WRK-ETAPA-IDX)
               MOVE SPACES TO WRK-ETAPA-INI(WRK-ETAPA-IDX)
               MOVE SPACES TO WRK-ETAPA-FIM(WRK-ETAPA-IDX)
               MOVE SPACES TO WRK-ETAPA-RESULT(WRK-ETAPA-IDX)
           END-PERFORM.
           MOVE 'S' TO WRK-ETAPA-BLOQUEIA(4).

           PERFORM 0200-CARREGA-CHECKPOINT.

           ACCEPT WRK-HORA FROM TIME.
           MOVE WRK-HORA(1:6) TO WRK-INICIO-DRIVER.
           PERFORM VARYING WRK-ETAPA-IDX FROM 1 BY 1
                   UNTIL WRK-ETAPA-IDX > 10 OR FECHAMENTO-BLOQUEADO
               PERFORM 0300-EXECUTA-ETAPA
           END-PERFORM.

           MOVE 'W' TO MC-FUNCAO.
           CALL 'MCTLUTIL' USING MC-PARM.

           IF FECHAMENTO-BLOQUEADO
               PERFORM VARYING WRK-ETAPA-IDX FROM 1 BY 1
                       UNTIL WRK-ETAPA-IDX > 10
                   IF WRK-ETAPA-RESULT(WRK-ETAPA-IDX) = SPACES
                       MOVE 'BLOQUEADA'
                         TO WRK-ETAPA-RESULT(WRK-ETAPA-IDX)
                   END-IF
               END-PERFORM
               PERFORM 0600-IMPRIME-RELATORIO
               DISPLAY 'FECHAMENTO DE MES ' WRK-COMPETENCIA
                       ' BLOQUEADO - VER MONTHENDRPT'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 0600-IMPRIME-RELATORIO.

           DISPLAY 'FECHAMENTO DE MES ' WRK-COMPETENCIA
                   AT END
                       MOVE 'S' TO WRK-CKPT-EOF
                   NOT AT END
                       IF MK-ETAPA-BRANCO = SPACE
                           MOVE 0 TO WRK-ETAPA-LIDA
                           IF MK-ETAPA-DIGITO >= 1
                               AND MK-ETAPA-DIGITO <= 7
                               MOVE WRK-ETAPA-NOVA(MK-ETAPA-DIGITO)
                                 TO WRK-ETAPA-LIDA
                           END-IF
                       ELSE
                           MOVE MK-ETAPA TO WRK-ETAPA-LIDA
                       END-IF
                       IF MK-COMPETENCIA = WRK-COMPETENCIA
                           AND WRK-ETAPA-LIDA >= 1
                           AND WRK-ETAPA-LIDA <= 10
                           MOVE 'S' TO WRK-ETAPA-FEITA(WRK-ETAPA-LIDA)
                       END-IF
               END-READ
           END-PERFORM.
      ******************************************************************
      * 0300-EXECUTA-ETAPA - RODA A ETAPA WRK-ETAPA-IDX (PULANDO A JA
      * CONCLUIDA PELO CHECKPOINT), MARCA OS HORARIOS E GRAVA O
      * CHECKPOINT QUANDO O PROGRAMA NAO RECUSOU A RODADA. ETAPA
      * BLOQUEANTE QUE RECUSA A RODADA BLOQUEIA O FECHAMENTO.
      ******************************************************************
       0300-EXECUTA-ETAPA SECTION.
           IF WRK-ETAPA-FEITA(WRK-ETAPA-IDX) = 'S'
           ACCEPT WRK-HORA FROM TIME.
           PERFORM 0400-EDITA-HORA.
           MOVE WRK-HORA-ED TO WRK-ETAPA-FIM(WRK-ETAPA-IDX).
           PERFORM 0450-REGISTRA-EXECUCAO.

           IF RETURN-CODE > 4
               AND WRK-ETAPA-BLOQUEIA(WRK-ETAPA-IDX) = 'S'
               MOVE 'BLOQUEOU' TO WRK-ETAPA-RESULT(WRK-ETAPA-IDX)
               DISPLAY WRK-ETAPA-PROG(WRK-ETAPA-IDX)
                       ' ACUSOU DIVERGENCIA - FECHAMENTO BLOQUEADO'
               MOVE 'S' TO WRK-BLOQUEIO
               MOVE 0 TO RETURN-CODE
               GO TO 0300-EXIT
           END-IF.

           IF RETURN-CODE > 4
               MOVE 'FAILED' TO WRK-ETAPA-RESULT(WRK-ETAPA-IDX)
               DELIMITED BY SIZE INTO WRK-HORA-ED
           END-STRING.

      ******************************************************************
      * 0450-REGISTRA-EXECUCAO - GRAVA A ETAPA NO RUNHIST PELO RUNHUTIL
      * (QUE CONFERE O LIMITE DELA NO BATCHSLA) E CONFERE A PREVISAO
      * DA JANELA COM AS MEDIAS DAS ETAPAS AINDA NAO CONCLUIDAS. O
      * RETURN-CODE DA ETAPA E GUARDADO E DEVOLVIDO PARA OS TESTES DA
      * 0300.
      ******************************************************************
       0450-REGISTRA-EXECUCAO SECTION.
           MOVE RETURN-CODE TO WRK-RC-ETAPA.

           MOVE 'G' TO RU-FUNCAO.
           MOVE 'PROGCOB106' TO RU-DRIVER.
           MOVE WRK-ETAPA-PROG(WRK-ETAPA-IDX) TO RU-PROGRAMA.
           STRING WRK-ETAPA-INI(WRK-ETAPA-IDX)(1:2)
                  WRK-ETAPA-INI(WRK-ETAPA-IDX)(4:2)
                  WRK-ETAPA-INI(WRK-ETAPA-IDX)(7:2)
               DELIMITED BY SIZE INTO WRK-HMS-X
           END-STRING.
           MOVE WRK-HMS-N TO RU-INICIO.
           MOVE WRK-HORA(1:6) TO RU-FIM.
           MOVE WRK-RC-ETAPA TO RU-RC.
           IF WRK-RC-ETAPA > 4
               IF WRK-ETAPA-BLOQUEIA(WRK-ETAPA-IDX) = 'S'
                   MOVE 'BLOQUEOU' TO RU-RESULTADO
               ELSE
                   MOVE 'FAILED' TO RU-RESULTADO
               END-IF
           ELSE
               MOVE 'OK' TO RU-RESULTADO
           END-IF.
           CALL 'RUNHUTIL' USING RU-PARM.
           IF RU-ALERTOU
               DISPLAY '*** SLA: ' RU-PROGRAMA ' ' RU-MENSAGEM
           END-IF.

           MOVE 0 TO WRK-FALTA-SEG.
           COMPUTE WRK-FALTA-IDX = WRK-ETAPA-IDX + 1.
           PERFORM UNTIL WRK-FALTA-IDX > 10
               IF WRK-ETAPA-FEITA(WRK-FALTA-IDX) NOT = 'S'
                   MOVE 'M' TO RU-FUNCAO
                   MOVE WRK-ETAPA-PROG(WRK-FALTA-IDX) TO RU-PROGRAMA
                   MOVE 30 TO RU-DIAS
                   CALL 'RUNHUTIL' USING RU-PARM
                   ADD RU-MEDIA-SEG TO WRK-FALTA-SEG
               END-IF
               ADD 1 TO WRK-FALTA-IDX
           END-PERFORM.

           MOVE 'J' TO RU-FUNCAO.
           MOVE 'PROGCOB106' TO RU-PROGRAMA.
           MOVE WRK-INICIO-DRIVER TO RU-INICIO.
           ACCEPT WRK-HORA FROM TIME.
           MOVE WRK-HORA(1:6) TO RU-FIM.
           MOVE WRK-FALTA-SEG TO RU-FALTA-SEG.
           CALL 'RUNHUTIL' USING RU-PARM.
           IF RU-ALERTOU
               DISPLAY '*** SLA: ' RU-MENSAGEM
           END-IF.

           MOVE WRK-RC-ETAPA TO RETURN-CODE.

      ******************************************************************
      * 0500-GRAVA-CHECKPOINT - REGISTRA NO MECKPT QUE A ETAPA FOI
      * CONCLUIDA PARA A COMPETENCIA.
           WRITE MR-LINHA FROM '-------------------------------------'.

           PERFORM VARYING WRK-ETAPA-IDX FROM 1 BY 1
                   UNTIL WRK-ETAPA-IDX > 10
               MOVE SPACES TO MR-LINHA
               STRING WRK-ETAPA-PROG(WRK-ETAPA-IDX)
                      ' INI ' WRK-ETAPA-INI(WRK-ETAPA-IDX)
