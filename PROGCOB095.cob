      *         ATE 90 / MAIS DE 90 DIAS) E TOTALIZA CADA FAIXA NO
      *         ARQUIVO APAGINGRPT, MESMO DESENHO DO AGING DO CONTAS A
      *         RECEBER DO PROGCOB035.
      *MODIFICATION HISTORY:
      * 15/10/2026 - O AGING PASSOU A IDENTIFICAR OS TITULOS DE NOTAS DE
      *              MERCADORIA DOS FORNECEDORES (AP-TIPO 'M') PELO
      *              FORNECEDOR E NUMERO DA NOTA, E O TITULO PASSOU A
      *              COBRIR O CONTAS A PAGAR DE FRETE E DE MERCADORIA.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       0300-PROCESSA-TITULOS SECTION.
           OPEN OUTPUT AGING-REPORT-FILE.
           MOVE SPACES TO AG-LINHA.
           STRING 'AGING DO CONTAS A PAGAR EM ' WRK-HOJE
               DELIMITED BY SIZE INTO AG-LINHA
           END-STRING
           WRITE AG-LINHA.

           MOVE AP-VALOR TO WRK-CURR-ED-08.
           MOVE SPACES TO AG-LINHA.
           IF TITULO-AP-MERCADORIA
               STRING 'FORN ' AP-FORNECEDOR
                      ' NF ' AP-NOTA
                      ' VENCTO ' AP-VENCIMENTO
                      ' ' WRK-CURR-ED-08
                      ' FAIXA ' WRK-FAIXA
                   DELIMITED BY SIZE INTO AG-LINHA
               END-STRING
           ELSE
               STRING 'TRANSP ' AP-TRANSP
                      ' VENCTO ' AP-VENCIMENTO
                      ' ' WRK-CURR-ED-08
                      ' FAIXA ' WRK-FAIXA
                   DELIMITED BY SIZE INTO AG-LINHA
               END-STRING
           END-IF.
           WRITE AG-LINHA.

      ******************************************************************
