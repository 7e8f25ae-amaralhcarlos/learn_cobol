      *              ARQUIVO GLBALANCES (PERIODOS JA FECHADOS) E A LER
      *              DO GLTRANSACTIONS SO O PERIODO AINDA ABERTO, EM
      *              VEZ DE RELER O RAZAO DESDE O COMECO DOS TEMPOS.
      * 15/10/2026 - PLANO DE CONTAS LIDO PELA COPY GLACCT-REC (CLASSE E
      *              GRUPO DO BALANCO NO FIM DA LINHA).
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           COPY 'GLTXN-REC.cob'.

       FD  GL-ACCOUNTS-FILE.
           COPY 'GLACCT-REC.cob'.

       FD  GL-BALANCES-FILE.
       01  GB-REGISTRO.
