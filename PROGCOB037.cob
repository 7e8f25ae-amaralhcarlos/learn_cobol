      *              CENTRO DE CUSTO DA FOLHA PASSOU A VIR DO
      *              DM-CCUSTO DO CADASTRO; O MAPA COSTCENTERS SO E
      *              USADO QUANDO O DEPTMASTER NAO EXISTE (TRANSICAO).
      * 15/10/2026 - O CREDITO DE 2101 DA FOLHA DESCONTA O PM-REEMBOLSO,
      *              JA LANCADO PELO PROGCOB004B NA CONTA DA CATEGORIA
      *              DA DESPESA.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ADD PM-INSS    TO WRK-FCC-INSS(WRK-FCC-POS).
           ADD PM-IRRF    TO WRK-FCC-IRRF(WRK-FCC-POS).
           ADD PM-LIQUIDO TO WRK-FCC-LIQUIDO(WRK-FCC-POS).
           IF PM-REEMBOLSO NUMERIC
               SUBTRACT PM-REEMBOLSO FROM WRK-FCC-LIQUIDO(WRK-FCC-POS)
           END-IF.
           IF PM-FGTS NUMERIC
               ADD PM-FGTS TO WRK-FCC-FGTS(WRK-FCC-POS)
           END-IF.
