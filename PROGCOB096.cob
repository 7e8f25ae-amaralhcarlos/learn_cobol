      *         FGTSGUIDE O DEPOSITO POR DEPARTAMENTO E O TOTAL DA
      *         EMPRESA - O DEPOSITO DE 8% QUE ATE AQUI ERA FEITO NO
      *         BRACO FORA DO SISTEMA.
      *MODIFICATION HISTORY:
      * 15/10/2026 - DEPOSITO LANCADO NO RAZAO PELO TRSYUTIL (D 2104
      *              FGTS A RECOLHER / C 1001 CAIXA), UMA VEZ POR
      *              COMPETENCIA (CONTROLE TREASCTL), MESMO COM A GUIA
      *              REIMPRESSA
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77  WRK-TOT-FGTS        PIC 9(09)V99    VALUE ZEROES.
       77  WRK-QTDE-FOLHAS     PIC 9(04)       VALUE ZEROES.

      ******************************************************************
      * LANCAMENTO DO DEPOSITO NO RAZAO PELO TRSYUTIL, COM CHAVE NA
      * COMPETENCIA: D 2104 FGTS A RECOLHER / C 1001 CAIXA PELO TOTAL
      * DA GUIA. A GUIA PODE SER REIMPRESSA; O LANCAMENTO SAI UMA VEZ.
      ******************************************************************
           COPY 'TRSYUTIL-PARM.cob'.

       01  WRK-HOJE.
           02  WRK-HOJE-ANO    PIC 9(04)       VALUE ZEROES.
           02  WRK-HOJE-MES    PIC 9(02)       VALUE ZEROES.
           02  WRK-HOJE-DIA    PIC 9(02)       VALUE ZEROES.

       PROCEDURE DIVISION.

           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.

           DISPLAY 'COMPETENCIA DA GUIA (AAAAMM): '.
           ACCEPT WRK-COMPETENCIA.

           PERFORM 0100-ACUMULA-FGTS.
           PERFORM 0300-IMPRIME-GUIA.
           IF WRK-TOT-FGTS > 0
               PERFORM 0400-LANCA-DEPOSITO
           END-IF.

           DISPLAY 'FOLHAS NA GUIA: ' WRK-QTDE-FOLHAS.


           CLOSE GUIDE-REPORT-FILE.

      ******************************************************************
      * 0400-LANCA-DEPOSITO - LANCA A SAIDA DO CAIXA DO DEPOSITO PELO
      * TRSYUTIL, QUE SO GRAVA NO GLTRANSACTIONS SE A COMPETENCIA
      * AINDA NAO CONSTA NO TREASCTL.
      ******************************************************************
       0400-LANCA-DEPOSITO SECTION.
           MOVE 'L'             TO TS-FUNCAO.
           MOVE 'FGTS'          TO TS-ORIGEM.
           MOVE WRK-COMPETENCIA TO TS-CHAVE.
           MOVE WRK-HOJE        TO TS-DATA.
           MOVE 'PROGCOB096'    TO TS-OPERADOR.
           MOVE 2               TO TS-QTDE-PERNAS.
           MOVE 2104            TO TS-CONTA(1).
           MOVE 'D'             TO TS-TIPO(1).
           MOVE WRK-TOT-FGTS    TO TS-VALOR(1).
           MOVE SPACES          TO TS-CCUSTO(1).
           MOVE 1001            TO TS-CONTA(2).
           MOVE 'C'             TO TS-TIPO(2).
           MOVE WRK-TOT-FGTS    TO TS-VALOR(2).
           MOVE SPACES          TO TS-CCUSTO(2).
           CALL 'TRSYUTIL' USING TS-PARM.

           EVALUATE TS-RETORNO
               WHEN 'S'
                   DISPLAY 'DEPOSITO LANCADO NO RAZAO'
               WHEN 'J'
                   DISPLAY 'COMPETENCIA ' WRK-COMPETENCIA
                           ' JA LANCADA NO RAZAO - NAO LANCADA DE NOVO'
               WHEN OTHER
                   DISPLAY 'DEPOSITO NAO LANCADO NO RAZAO - VERIFICAR'
           END-EVALUATE.

       END PROGRAM PROGCOB096.
