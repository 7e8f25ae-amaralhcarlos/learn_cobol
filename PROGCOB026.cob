      *              X ARITEMS X RAZAO), COM CHECKPOINT PROPRIO
      *              (RECON), PARA O FEED QUEBRADO APARECER NO DIA EM
      *              QUE QUEBROU.
      * 15/10/2026 - O FECHAMENTO GANHOU A QUINTA ETAPA, OPCIONAL: A
      *              SUGESTAO DE REPOSICAO DO PROGCOB128, DEPOIS DA
      *              CONCILIACAO, COM CHECKPOINT PROPRIO (REORDER). A
      *              ETAPA SO RODA QUANDO LIGADA NO ARQUIVO DE
      *              CONTROLE EODOPTIONS (LINHA 'REORDERS'); DESLIGADA
      *              OU SEM O ARQUIVO, SAI NO RELATORIO COMO ETAPA
      *              OPCIONAL DESLIGADA.
      * 15/10/2026 - CADA ETAPA PASSOU A SER GRAVADA NO HISTORICO DE
      *              EXECUCAO RUNHIST (TEMPO, REGISTROS DO EODSTATS,
      *              RETORNO) PELO RUNHUTIL, COM ALERTA NO BATCHALERT
      *              QUANDO A ETAPA PASSA DO LIMITE DO BATCHSLA OU
      *              QUANDO A PREVISAO DA JANELA (HORA ATUAL MAIS AS
      *              MEDIAS DE 30 DIAS DAS ETAPAS QUE FALTAM) PASSA DO
      *              CORTE DA MANHA.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-OVER-STATUS.

           SELECT EOD-OPTIONS-FILE ASSIGN TO 'EODOPTIONS'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-OPCAO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EOD-CHECKPOINT-FILE.
           02  EO-DATA             PIC 9(08).
           02  EO-MOTIVO           PIC X(40).

       FD  EOD-OPTIONS-FILE.
       01  EP-REGISTRO.
           02  EP-ETAPA            PIC X(07).
           02  EP-LIGADA           PIC X(01).

       WORKING-STORAGE SECTION.
           COPY 'MCTLUTIL-PARM.cob'.
       77  WRK-CKPT-STATUS     PIC X(02)       VALUE SPACES.
           88  FEITO-FOLHA                     VALUE 'S'.
       77  WRK-FEITO-RECON     PIC X(01)       VALUE 'N'.
           88  FEITO-RECON                     VALUE 'S'.
       77  WRK-FEITO-REPOS     PIC X(01)       VALUE 'N'.
           88  FEITO-REPOS                     VALUE 'S'.

      ******************************************************************
      * ETAPAS OPCIONAIS, LIGADAS PELO ARQUIVO DE CONTROLE EODOPTIONS
      * (CODIGO DA ETAPA + 'S'/'N'). SEM O ARQUIVO, FICAM DESLIGADAS.
      ******************************************************************
       77  WRK-OPCAO-STATUS    PIC X(02)       VALUE SPACES.
       77  WRK-OPCAO-EOF       PIC X(01)       VALUE 'N'.
           88  OPCAO-ACABOU                    VALUE 'S'.
       77  WRK-LIGA-REPOS      PIC X(01)       VALUE 'N'.
           88  LIGADA-REPOS                    VALUE 'S'.

       77  WRK-ETAPA-ATUAL     PIC X(07)       VALUE SPACES.

      ******************************************************************
      * HORARIOS DE INICIO E FIM DE CADA ETAPA E OS PROGRAMAS DE CADA
      * UMA, PARA O RELATORIO CONSOLIDADO. A ETAPA QUE FOI PULADA
      * PELO CHECKPOINT SAI COMO PULADA E A OPCIONAL DESLIGADA, COMO
      * DESLIGADA ('D').
      ******************************************************************
       77  WRK-ETAPA-IDX       PIC 9(01)       VALUE ZEROES.
       01  WRK-TAB-ETAPAS.
           02  WRK-ETAPA-LINHA OCCURS 5 TIMES.
               03  WRK-ETAPA-PROG      PIC X(11).
               03  WRK-ETAPA-INI       PIC X(08).
               03  WRK-ETAPA-FIM       PIC X(08).
       77  WRK-STATS-DATA      PIC X(08)       VALUE SPACES.
       77  WRK-STATS-PROG      PIC X(11)       VALUE SPACES.

      ******************************************************************
      * HISTORICO DE EXECUCAO (RUNHUTIL): HORA DE INICIO DO DRIVER,
      * HORARIOS DA ETAPA EM HHMMSS E A SOMA DAS MEDIAS DE 30 DIAS DAS
      * ETAPAS QUE AINDA FALTAM, PARA A PREVISAO DA JANELA.
      ******************************************************************
           COPY 'RUNHUTIL-PARM.cob'.
       77  WRK-INICIO-DRIVER   PIC 9(06)       VALUE ZEROES.
       77  WRK-RC-ETAPA        PIC 9(03)       VALUE ZEROES.
       77  WRK-FALTA-IDX       PIC 9(01)       VALUE ZEROES.
       77  WRK-FALTA-SEG       PIC 9(06)       VALUE ZEROES.
       77  WRK-FALTA-RODA      PIC X(01)       VALUE 'N'.
       01  WRK-HMS-X           PIC X(06)       VALUE ZEROES.
       01  WRK-HMS-N REDEFINES WRK-HMS-X       PIC 9(06).

      ******************************************************************
      * GUARDA DE DIA UTIL: O DIA UTIL E O ULTIMO DIA DE CADA MES VEM
      * DO DATEUTIL (FUNCOES U E V, QUE JA CONSIDERAM O HOLIDAYCAL),

           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-HOJE TO WRK-HOJE-NUM.
           ACCEPT WRK-HORA FROM TIME.
           MOVE WRK-HORA(1:6) TO WRK-INICIO-DRIVER.

           PERFORM 0080-CONFERE-DIA-UTIL.
           IF WRK-DIA-UTIL = 'N'
           MOVE 'PROGCOB025'  TO WRK-ETAPA-PROG(2).
           MOVE 'PROGCOB004B' TO WRK-ETAPA-PROG(3).
           MOVE 'PROGCOB085'  TO WRK-ETAPA-PROG(4).
           MOVE 'PROGCOB128'  TO WRK-ETAPA-PROG(5).
           PERFORM VARYING WRK-ETAPA-IDX FROM 1 BY 1
                   UNTIL WRK-ETAPA-IDX > 5
               MOVE SPACES TO WRK-ETAPA-INI(WRK-ETAPA-IDX)
               MOVE SPACES TO WRK-ETAPA-FIM(WRK-ETAPA-IDX)
               MOVE 'N'    TO WRK-ETAPA-RODOU(WRK-ETAPA-IDX)
           MOVE 0 TO RETURN-CODE.

           PERFORM 0100-CARREGA-CHECKPOINT.
           PERFORM 0150-CARREGA-OPCOES.
           PERFORM 0200-EXECUTA-ETAPAS.

           MOVE 'W' TO MC-FUNCAO.
                                   MOVE 'S' TO WRK-FEITO-FOLHA
                               WHEN 'RECON'
                                   MOVE 'S' TO WRK-FEITO-RECON
                               WHEN 'REORDER'
                                   MOVE 'S' TO WRK-FEITO-REPOS
                           END-EVALUATE
                       END-IF
               END-READ
           EXIT.

      ******************************************************************
      * 0150-CARREGA-OPCOES - LE O ARQUIVO EODOPTIONS E LIGA AS ETAPAS
      * OPCIONAIS MARCADAS COM 'S'. SEM O ARQUIVO, TODAS FICAM
      * DESLIGADAS E O FECHAMENTO RODA SO AS ETAPAS FIXAS.
      ******************************************************************
       0150-CARREGA-OPCOES SECTION.
           OPEN INPUT EOD-OPTIONS-FILE.
           IF WRK-OPCAO-STATUS NOT = '00'
               GO TO 0150-EXIT
           END-IF.

           PERFORM UNTIL OPCAO-ACABOU
               READ EOD-OPTIONS-FILE
                   AT END
                       MOVE 'S' TO WRK-OPCAO-EOF
                   NOT AT END
                       IF EP-ETAPA = 'REORDER'
                           MOVE EP-LIGADA TO WRK-LIGA-REPOS
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE EOD-OPTIONS-FILE.
       0150-EXIT.
           EXIT.

      ******************************************************************
      * 0200-EXECUTA-ETAPAS - RODA VENDAS, FRETE, FOLHA E CONCILIACAO
      * NESSA ORDEM FIXA E, SE LIGADA, A SUGESTAO DE REPOSICAO,
      * PULANDO QUALQUER ETAPA QUE O CHECKPOINT DE HOJE JA MOSTRE
      * COMO CONCLUIDA.
      ******************************************************************
       0200-EXECUTA-ETAPAS SECTION.
           IF FEITO-VENDAS
               END-IF
           END-IF.

           IF NOT LIGADA-REPOS
               DISPLAY 'SUGESTAO DE REPOSICAO DESLIGADA (EODOPTIONS)'
               MOVE 'D' TO WRK-ETAPA-RODOU(5)
           ELSE
               IF FEITO-REPOS
                   DISPLAY 'REPOSICAO JA SUGERIDA HOJE - ETAPA PULADA'
               ELSE
                   DISPLAY 'CALCULANDO A SUGESTAO DE REPOSICAO...'
                   MOVE 5 TO WRK-ETAPA-IDX
                   PERFORM 0250-MARCA-INICIO
                   CALL 'PROGCOB128'
                   PERFORM 0260-MARCA-FIM
                   IF RETURN-CODE > 4
                       DISPLAY 'REPOSICAO RECUSADA - CHECKPOINT NAO '
                               'GRAVADO, CORRIJA E RODE DE NOVO'
                       MOVE 0 TO RETURN-CODE
                   ELSE
                       MOVE 'REORDER' TO WRK-ETAPA-ATUAL
                       PERFORM 0300-GRAVA-CHECKPOINT
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * 0250-MARCA-INICIO / 0260-MARCA-FIM - CARIMBAM O HORARIO DE
      * INICIO E FIM DA ETAPA WRK-ETAPA-IDX PARA O RELATORIO.
           ACCEPT WRK-HORA FROM TIME.
           PERFORM 0270-EDITA-HORA.
           MOVE WRK-HORA-ED TO WRK-ETAPA-FIM(WRK-ETAPA-IDX).
           PERFORM 0280-REGISTRA-EXECUCAO.

       0270-EDITA-HORA SECTION.
           MOVE SPACES TO WRK-HORA-ED.
               DELIMITED BY SIZE INTO WRK-HORA-ED
           END-STRING.

      ******************************************************************
      * 0280-REGISTRA-EXECUCAO - GRAVA A ETAPA QUE ACABOU DE RODAR NO
      * RUNHIST (O RUNHUTIL CONFERE O LIMITE DELA NO BATCHSLA) E
      * CONFERE SE A JANELA, COM AS MEDIAS DAS ETAPAS QUE FALTAM,
      * TERMINA ANTES DO CORTE DA MANHA. O RETURN-CODE DA ETAPA E
      * GUARDADO E DEVOLVIDO PARA O TESTE DO CHAMADOR.
      ******************************************************************
       0280-REGISTRA-EXECUCAO SECTION.
           MOVE RETURN-CODE TO WRK-RC-ETAPA.

           MOVE 'G' TO RU-FUNCAO.
           MOVE 'PROGCOB026' TO RU-DRIVER.
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
               MOVE 'RECUSADA' TO RU-RESULTADO
           ELSE
               MOVE 'OK' TO RU-RESULTADO
           END-IF.
           CALL 'RUNHUTIL' USING RU-PARM.
           IF RU-ALERTOU
               DISPLAY '*** SLA: ' RU-PROGRAMA ' ' RU-MENSAGEM
           END-IF.

           MOVE 0 TO WRK-FALTA-SEG.
           COMPUTE WRK-FALTA-IDX = WRK-ETAPA-IDX + 1.
           PERFORM UNTIL WRK-FALTA-IDX > 5
               PERFORM 0285-ETAPA-FALTA
               IF WRK-FALTA-RODA = 'S'
                   MOVE 'M' TO RU-FUNCAO
                   MOVE WRK-ETAPA-PROG(WRK-FALTA-IDX) TO RU-PROGRAMA
                   MOVE 30 TO RU-DIAS
                   CALL 'RUNHUTIL' USING RU-PARM
                   ADD RU-MEDIA-SEG TO WRK-FALTA-SEG
               END-IF
               ADD 1 TO WRK-FALTA-IDX
           END-PERFORM.

           MOVE 'J' TO RU-FUNCAO.
           MOVE 'PROGCOB026' TO RU-PROGRAMA.
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
      * 0285-ETAPA-FALTA - A ETAPA WRK-FALTA-IDX AINDA VAI RODAR HOJE
      * (NAO ESTA NO CHECKPOINT E, SENDO OPCIONAL, ESTA LIGADA)?
      ******************************************************************
       0285-ETAPA-FALTA SECTION.
           MOVE 'S' TO WRK-FALTA-RODA.
           EVALUATE WRK-FALTA-IDX
               WHEN 2
                   IF FEITO-FRETE
                       MOVE 'N' TO WRK-FALTA-RODA
                   END-IF
               WHEN 3
                   IF FEITO-FOLHA
                       MOVE 'N' TO WRK-FALTA-RODA
                   END-IF
               WHEN 4
                   IF FEITO-RECON
                       MOVE 'N' TO WRK-FALTA-RODA
                   END-IF
               WHEN 5
                   IF FEITO-REPOS OR NOT LIGADA-REPOS
                       MOVE 'N' TO WRK-FALTA-RODA
                   END-IF
           END-EVALUATE.

      ******************************************************************
      * 0300-GRAVA-CHECKPOINT - GRAVA EM EODCKPT QUE A ETAPA CORRENTE
      * (WRK-ETAPA-ATUAL) FOI CONCLUIDA PARA A DATA DE HOJE.
           WRITE ER-LINHA FROM '-------------------------------------'.

           PERFORM VARYING WRK-ETAPA-IDX FROM 1 BY 1
                   UNTIL WRK-ETAPA-IDX > 5
               PERFORM 0500-RELATA-ETAPA
           END-PERFORM.

      * ESTATISTICA DE HOJE E STATUS.
      ******************************************************************
       0500-RELATA-ETAPA SECTION.
           IF WRK-ETAPA-RODOU(WRK-ETAPA-IDX) = 'D'
               MOVE SPACES TO ER-LINHA
               STRING WRK-ETAPA-PROG(WRK-ETAPA-IDX)
                      ' ETAPA OPCIONAL DESLIGADA (EODOPTIONS)'
                   DELIMITED BY SIZE INTO ER-LINHA
               END-STRING
               WRITE ER-LINHA
               GO TO 0500-EXIT
           END-IF.

           IF WRK-ETAPA-RODOU(WRK-ETAPA-IDX) NOT = 'S'
               MOVE SPACES TO ER-LINHA
               STRING WRK-ETAPA-PROG(WRK-ETAPA-IDX)
