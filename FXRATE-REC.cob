      ******************************************************************
      * FXRATE-REC - LAYOUT DA TABELA DIARIA DE CAMBIO (FXRATE), NO
      * ESTILO DA PTAX: UMA LINHA POR DATA E MOEDA COM A TAXA DE VENDA
      * EM REAIS POR UNIDADE DA MOEDA (4 CASAS). DIA SEM COTACAO (FIM
      * DE SEMANA, FERIADO) USA A ULTIMA TAXA ANTERIOR. A REGRA DE
      * QUAL TAXA VALE EM UMA DATA FICA NO SUBPROGRAMA FXUTIL.
      ******************************************************************
       01  CB-REGISTRO.
           02  CB-DATA             PIC 9(08).
           02  CB-MOEDA            PIC X(03).
           02  CB-TAXA             PIC 9(03)V9(04).
