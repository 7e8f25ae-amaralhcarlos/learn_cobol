      ******************************************************************
      * BENENROLL-REC - LAYOUT DA INSCRICAO DO FUNCIONARIO NOS
      * BENEFICIOS (BENENROLL), MANTIDA PELO PROGCOB161. UMA LINHA POR
      * CPF:
      *   BN-VT-OPTANTE  'S' = RECEBE VALE-TRANSPORTE; 'N' = ABRIU MAO
      *                  POR ESCRITO (DECLARACAO ARQUIVADA NO RH).
      *   BN-VT-TRECHO   ATE 4 CONDUCOES POR DIA (IDA E VOLTA CONTAM
      *                  SEPARADAS), COM A LINHA E A TARIFA DE CADA
      *                  UMA; LINHA EM BRANCO = TRECHO NAO USADO.
      *   BN-VR-PLANO    PLANO DE VALE-REFEICAO DO MEALPLANS (BRANCO =
      *                  SEM VALE-REFEICAO).
      * O CALCULO MENSAL (PROGCOB162) MULTIPLICA PELOS DIAS UTEIS DO
      * MES, DESCONTADAS AS AUSENCIAS.
      ******************************************************************
       01  BN-REGISTRO.
           02  BN-CPF              PIC 9(11).
           02  BN-VT-OPTANTE       PIC X(01).
               88  OPTANTE-VT                      VALUE 'S'.
           02  BN-VT-TRECHO        OCCURS 4 TIMES.
               03  BN-VT-LINHA     PIC X(10).
               03  BN-VT-TARIFA    PIC 9(02)V99.
           02  BN-VR-PLANO         PIC X(02).
