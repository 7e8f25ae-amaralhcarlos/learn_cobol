      * PROGCOB096 E A PERNA CONTABIL NO FEED DO PROGCOB037.
      ******************************************************************
           02  PM-FGTS             PIC 9(6)V99.
      ******************************************************************
      * PM-REEMBOLSO E O TOTAL DOS REEMBOLSOS DE DESPESA (EXPCLAIMS,
      * APROVADOS NO PROGCOB158) PAGOS NA COMPETENCIA. E VERBA
      * INDENIZATORIA: NAO ENTRA NO BRUTO NEM NAS BASES DE INSS, IRRF
      * E FGTS, MAS ESTA DENTRO DE PM-LIQUIDO PARA SAIR NO CREDITO
      * BANCARIO. A PERNA CONTABIL (D DESPESA DA CATEGORIA / C 2101) E
      * LANCADA PELO PROGCOB004B, E O FEED DO PROGCOB037 DESCONTA O
      * VALOR DO LIQUIDO PARA NAO CREDITAR 2101 DUAS VEZES. REGISTRO
      * ANTIGO VOLTA COM O CAMPO EM BRANCO E E TRATADO COMO ZERO.
      ******************************************************************
           02  PM-REEMBOLSO        PIC 9(6)V99.
