      * (HOURSWORKED), UMA LINHA POR FUNCIONARIO POR COMPETENCIA,
      * GRAVADA PELO FECHAMENTO DE PONTO DO PROGCOB045 A PARTIR DAS
      * BATIDAS DO TIMECLOCK: MINUTOS NORMAIS, MINUTOS EXTRAS DE DIA
      * UTIL (PREMIO DE 50%), MINUTOS DE DOMINGO, FERIADO E FOLGA DA
      * ESCALA (PREMIO DE 100%) E MINUTOS NOTURNOS (ENTRE 22:00 E
      * 05:00, ADICIONAL DE 20%). O PROGCOB004B CONSOME A LINHA DA
      * COMPETENCIA NA RODADA DA FOLHA E VALORIZA AS VERBAS PELO
      * SALARIO DO FUNCIONARIO.
      ******************************************************************
       01  HW-REGISTRO.
           02  HW-CPF              PIC 9(11).
