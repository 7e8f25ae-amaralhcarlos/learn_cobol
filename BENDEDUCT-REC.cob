      ******************************************************************
      * BENDEDUCT-REC - LAYOUT DA PARTE DO FUNCIONARIO NOS BENEFICIOS
      * DA COMPETENCIA (BENDEDUCT), UMA LINHA POR CPF POR COMPETENCIA,
      * GRAVADA PELO CALCULO MENSAL DO PROGCOB162 E DESCONTADA PELO
      * PROGCOB004B NA RODADA DA FOLHA: VALE-TRANSPORTE (ATE 6% DO
      * SALARIO BASE) E VALE-REFEICAO (PERCENTUAL DO PLANO). RODAR O
      * CALCULO DE NOVO REGRAVA A COMPETENCIA.
      ******************************************************************
       01  BD-REGISTRO.
           02  BD-CPF              PIC 9(11).
           02  BD-COMPETENCIA      PIC 9(06).
           02  BD-DESC-VT          PIC 9(06)V99.
           02  BD-DESC-VR          PIC 9(06)V99.
