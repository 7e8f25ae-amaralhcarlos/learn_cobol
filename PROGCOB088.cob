      *         FATURA DA TRANSPORTADORA NO PROGCOB041 - ACABA A ERA
      *         DE PAGAR A FATURA INTEIRA COM O SINISTRO PARADO NO
      *         E-MAIL.
      *MODIFICATION HISTORY:
      * 15/10/2026 - SINISTRO PENDENTE HA MAIS DE 30 DIAS NO RELATORIO
      *              DE ABERTOS PASSOU A GERAR AVISO PARA A LOGISTICA NA
      *              NOTIFYOUTBOX (NTFYUTIL); ACIMA DE 60 DIAS O AVISO E
      *              CRITICO.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77  WRK-NOME-TRANSP     PIC X(30)       VALUE SPACES.

           COPY 'DATEUTIL-PARM.cob'.
           COPY 'NTFYUTIL-PARM.cob'.
       77  WRK-DIAS-HOJE       PIC 9(08)       VALUE ZEROES.
       77  WRK-DIAS-CLAIM      PIC 9(08)       VALUE ZEROES.
       77  WRK-IDADE           PIC S9(05)      VALUE ZEROES.
           END-STRING
           WRITE CR-LINHA.

           IF WRK-IDADE > 30
               IF WRK-IDADE > 60
                   MOVE 'C' TO NT-SEVERIDADE
               ELSE
                   MOVE 'A' TO NT-SEVERIDADE
               END-IF
               MOVE 'PROGCOB088' TO NT-ORIGEM
               MOVE 'LOGISTICA' TO NT-PAPEL
               MOVE SPACES TO NT-MENSAGEM
               STRING 'SINISTRO ' WRK-CLM-NUMERO(WRK-CLM-IDX)
                      ' DA TRANSP ' WRK-CLM-TRANSP(WRK-CLM-IDX)
                      ' PENDENTE HA ' WRK-IDADE ' DIAS - '
                      WRK-CURR-ED-06
                   DELIMITED BY SIZE INTO NT-MENSAGEM
               END-STRING
               CALL 'NTFYUTIL' USING NT-PARM
           END-IF.

      ******************************************************************
      * 0700-CARREGA-TRANSPORTADORAS - NOMES DO CARRIERMASTER PARA O
      * RELATORIO.
