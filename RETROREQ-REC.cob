      ******************************************************************
      * RETROREQ-REC - LAYOUT DOS PEDIDOS DE RETROATIVO EM LOTE
      * (RETROREQ). O REAJUSTE COLETIVO DO DISSIDIO (PROGCOB170) GRAVA
      * UM PEDIDO POR CPF REAJUSTADO COM O SALARIO ANTERIOR, O NOVO E
      * A COMPETENCIA DA DATA-BASE; O PROGCOB102, RODADO EM LOTE (CPF
      * ZERO), PAGA A DIFERENCA DAS COMPETENCIAS JA FECHADAS DE CADA
      * PEDIDO PENDENTE E MARCA O PEDIDO COMO GERADO, PARA A RODADA
      * SEGUINTE NAO PAGAR DE NOVO.
      ******************************************************************
       01  RQ-REGISTRO.
           02  RQ-CPF              PIC 9(11).
           02  RQ-SAL-ANTERIOR     PIC 9(06)V99.
           02  RQ-SAL-NOVO         PIC 9(06)V99.
           02  RQ-COMP-INICIAL     PIC 9(06).
           02  RQ-MOTIVO           PIC X(20).
           02  RQ-SITUACAO         PIC X(01).
               88  PEDIDO-PENDENTE             VALUE 'P'.
               88  PEDIDO-GERADO               VALUE 'G'.
               88  PEDIDO-SEM-DIFERENCA        VALUE 'Z'.
