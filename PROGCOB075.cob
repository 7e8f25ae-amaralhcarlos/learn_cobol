      *         MESMA PERNA CONTABIL. LINHA SEM CENTRO DE CUSTO
      *         (ANTERIOR AO CAMPO OU LANCAMENTO MANUAL SEM CC) SAI
      *         AGRUPADA COMO (SEM CC).
      *MODIFICATION HISTORY:
      * 15/10/2026 - LANCAMENTO DE ENCERRAMENTO DO EXERCICIO
      *              (PROGCOB152) FICA DE FORA.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * 0300-ACUMULA-LINHA - LANCAMENTO DE CONTA DE DESPESA (3000 A
      * 3999) DA COMPETENCIA SOMA (D) OU SUBTRAI (C) NO CENTRO DE
      * CUSTO DA LINHA; CC EM BRANCO CAI EM (SEM CC).
      * O LANCAMENTO DE ENCERRAMENTO DO EXERCICIO (PROGCOB152) FICA
      * DE FORA: ELE SO ZERA AS CONTAS DE RESULTADO NA VIRADA.
      ******************************************************************
       0300-ACUMULA-LINHA SECTION.
           IF GL-DATA NOT NUMERIC OR GL-DATA = 0
               GO TO 0300-EXIT
           END-IF.
           IF GL-OPERADOR = 'PROGCOB152'
               GO TO 0300-EXIT
           END-IF.
           MOVE GL-DATA(1:6) TO WRK-COMP-LINHA.
           IF WRK-COMP-LINHA NOT = WRK-COMPETENCIA
               GO TO 0300-EXIT
