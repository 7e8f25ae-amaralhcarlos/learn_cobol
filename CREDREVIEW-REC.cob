      ******************************************************************
      * CREDREVIEW-REC - LAYOUT DA RECOMENDACAO DE CREDITO (ARQUIVO
      * CREDITREVIEW), GRAVADA PELA REVISAO MENSAL PROGCOB136 PARA OS
      * CLIENTES CUJA RECOMENDACAO MUDA O CADASTRO (AUMENTAR, REDUZIR
      * OU BLOQUEAR) E DECIDIDA NO PROGCOB137, QUE E O UNICO CAMINHO
      * QUE LEVA A RECOMENDACAO AO CUSTMASTER (COM AUDITORIA NO
      * CREDITAUD). CADA RODADA DA REVISAO RECRIA O ARQUIVO.
      * RV-RECOMENDACAO: 'A' = AUMENTAR LIMITE, 'R' = REDUZIR LIMITE,
      * 'B' = BLOQUEAR CREDITO ('M' = MANTER SO SAI NO RELATORIO).
      * RV-SITUACAO: 'P' = PENDENTE, 'A' = APROVADA, 'R' = REJEITADA.
      * RV-CREDITO-ATUAL E RV-LIMITE-ATUAL SAO O CADASTRO NA HORA DA
      * REVISAO: SE O CADASTRO MUDOU DEPOIS, A APROVACAO E RECUSADA.
      ******************************************************************
       01  RV-REGISTRO.
           02  RV-DATA             PIC 9(08).
           02  RV-CLIENTE          PIC 9(06).
           02  RV-RECOMENDACAO     PIC X(01).
               88  RECOMENDA-AUMENTAR          VALUE 'A'.
               88  RECOMENDA-MANTER            VALUE 'M'.
               88  RECOMENDA-REDUZIR           VALUE 'R'.
               88  RECOMENDA-BLOQUEAR          VALUE 'B'.
           02  RV-CREDITO-ATUAL    PIC X(01).
           02  RV-LIMITE-ATUAL     PIC 9(08)V99.
           02  RV-LIMITE-SUGERIDO  PIC 9(08)V99.
           02  RV-EXPOSICAO        PIC 9(08)V99.
           02  RV-MEDIA-ATRASO     PIC 9(04).
           02  RV-PCT-ATRASO       PIC 9(03)V99.
           02  RV-DSO              PIC 9(04).
           02  RV-SITUACAO         PIC X(01).
               88  REVISAO-PENDENTE            VALUE 'P'.
               88  REVISAO-APROVADA            VALUE 'A'.
               88  REVISAO-REJEITADA           VALUE 'R'.
           02  RV-DECISOR          PIC X(20).
           02  RV-DATA-DECISAO     PIC 9(08).
