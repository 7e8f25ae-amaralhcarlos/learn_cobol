      ******************************************************************
      * MEALPLAN-REC - LAYOUT DOS PLANOS DE VALE-REFEICAO (MEALPLANS):
      * CODIGO, DESCRICAO, VALOR DO DIA CREDITADO NO CARTAO E O
      * PERCENTUAL DO CUSTO DESCONTADO DO FUNCIONARIO (O PAT LIMITA A
      * PARTICIPACAO DO EMPREGADO A 20%).
      ******************************************************************
       01  MP-REGISTRO.
           02  MP-CODIGO           PIC X(02).
           02  MP-DESCRICAO        PIC X(20).
           02  MP-VALOR-DIA        PIC 9(03)V99.
           02  MP-PERC-FUNC        PIC 9(02)V99.
