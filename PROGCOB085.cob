      *         ETAPA DO FECHAMENTO DO PROGCOB026, PARA O FEED QUEBRADO
      *         APARECER NO DIA EM QUE QUEBROU. OS CONTADORES VAO PARA
      *         O EODSTATS.
      *MODIFICATION HISTORY:
      * 15/10/2026 - LANCAMENTO DE ENCERRAMENTO DO EXERCICIO
      *              (PROGCOB152) FICA DE FORA.
      * 15/10/2026 - MES DIVERGENTE NA CONCILIACAO PASSOU A GERAR AVISO
      *              CRITICO PARA O FINANCEIRO NA CAIXA DE SAIDA CENTRAL
      *              NOTIFYOUTBOX (NTFYUTIL).
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77  WRK-COMP-LINHA      PIC 9(06)       VALUE ZEROES.
       77  WRK-QTDE-OK         PIC 9(03)       VALUE ZEROES.
       77  WRK-QTDE-DIVERGE    PIC 9(03)       VALUE ZEROES.
           COPY 'NTFYUTIL-PARM.cob'.
       77  WRK-ED-ST           PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.
       77  WRK-ED-SJ           PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.
       77  WRK-ED-AR           PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.
           PERFORM 0600-IMPRIME-CONCILIACAO.
           PERFORM 0800-GRAVA-ESTATISTICAS.

           IF WRK-QTDE-DIVERGE > 0
               MOVE 'C' TO NT-SEVERIDADE
               MOVE 'PROGCOB085' TO NT-ORIGEM
               MOVE 'FINANCEIRO' TO NT-PAPEL
               MOVE SPACES TO NT-MENSAGEM
               STRING 'CONCILIACAO NOTURNA: ' WRK-QTDE-DIVERGE
                      ' MES(ES) DIVERGENTE(S) ENTRE ACUMULADOR, '
                      'DIARIO E RAZAO (EODRECONRPT)'
                   DELIMITED BY SIZE INTO NT-MENSAGEM
               END-STRING
               CALL 'NTFYUTIL' USING NT-PARM
           END-IF.

           DISPLAY 'MESES CONFERIDOS: ' WRK-TAB-QTD.
           DISPLAY 'MESES OK: '         WRK-QTDE-OK.
           DISPLAY 'MESES DIVERGENTES: ' WRK-QTDE-DIVERGE.

      ******************************************************************
      * 0450-ACUMULA-RAZAO - APROPRIA UMA LINHA DA CONTA 2001.
      * O LANCAMENTO DE ENCERRAMENTO DO EXERCICIO (PROGCOB152) FICA
      * DE FORA: ELE SO ZERA AS CONTAS DE RESULTADO NA VIRADA.
      ******************************************************************
       0450-ACUMULA-RAZAO SECTION.
           IF GL-CONTA NOT = 2001
           IF GL-DATA NOT NUMERIC OR GL-DATA = 0
               GO TO 0450-EXIT
           END-IF.
           IF GL-OPERADOR = 'PROGCOB152'
               GO TO 0450-EXIT
           END-IF.

           MOVE GL-DATA(1:4) TO WRK-ANO-ALVO.
           MOVE GL-DATA(5:2) TO WRK-MES-ALVO.
