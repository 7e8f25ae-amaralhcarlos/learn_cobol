      *         REGRAVACAO LEGITIMA FOI FEITA FORA DOS PROGRAMAS QUE
      *         JA REGRAVAM O CONTROLE (RESTAURACAO DO PROGCOB055, POR
      *         EXEMPLO), REGRAVA O CONTROLE COM OS NUMEROS ATUAIS.
      *MODIFICATION HISTORY:
      * 15/10/2026 - MESTRE DIVERGENTE DO CONTROLE PASSOU A GERAR AVISO
      *              CRITICO PARA A OPERACAO NA CAIXA DE SAIDA CENTRAL
      *              NOTIFYOUTBOX (NTFYUTIL).
      ******************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           COPY 'MCTLUTIL-PARM.cob'.
           COPY 'NTFYUTIL-PARM.cob'.
       77  WRK-OPCAO           PIC 9(01)       VALUE ZEROES.
       77  WRK-CONFIRMA        PIC X(01)       VALUE SPACES.

               DISPLAY '*** MESTRE DIVERGENTE: ' MC-DETALHE
               DISPLAY 'NAO POSTE NADA ATE ENTENDER A DIVERGENCIA '
                       '(RESTAURACAO NO PROGCOB055)'
               MOVE 'C' TO NT-SEVERIDADE
               MOVE 'PROGCOB109' TO NT-ORIGEM
               MOVE 'OPERACAO' TO NT-PAPEL
               MOVE SPACES TO NT-MENSAGEM
               STRING 'MESTRE DIVERGENTE DO MASTERCTL: ' MC-DETALHE
                   DELIMITED BY SIZE INTO NT-MENSAGEM
               END-STRING
               CALL 'NTFYUTIL' USING NT-PARM
           END-IF.

      ******************************************************************
