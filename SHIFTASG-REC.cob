      ******************************************************************
      * SHIFTASG-REC - LAYOUT DAS ATRIBUICOES DE TURNO (SHIFTASSIGN,
      * MANTIDO PELO PROGCOB169): O FUNCIONARIO PASSA A TRABALHAR NO
      * TURNO SA-TURNO DO SHIFTMASTER A PARTIR DA DATA SA-VIGENCIA. NO
      * DIA, VALE A ATRIBUICAO DO CPF COM A MAIOR VIGENCIA ATE ELE;
      * FUNCIONARIO SEM ATRIBUICAO SEGUE A JORNADA FIXA DE 480 MINUTOS.
      ******************************************************************
       01  SA-REGISTRO.
           02  SA-CPF              PIC 9(11).
           02  SA-TURNO            PIC X(04).
           02  SA-VIGENCIA         PIC 9(08).
