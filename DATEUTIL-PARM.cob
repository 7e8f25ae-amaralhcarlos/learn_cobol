      *   'D' = DIA DO ANO (DU-DIA-ANO E DU-DIAS-RESTANTES)
      *   'U' = DIA UTIL (DU-RETORNO S/N, CONSIDERANDO FIM DE SEMANA
      *         E OS FERIADOS DO ARQUIVO HOLIDAYCAL)
      *   'P' = PROXIMO DIA UTIL (DU-DATA VOLTA COM A PROPRIA DATA, SE
      *         JA FOR DIA UTIL, OU COM O PRIMEIRO DIA UTIL SEGUINTE;
      *         DU-RETORNO N PARA DATA INVALIDA)
      *
      * DU-UF: NAS FUNCOES U E P, VALEM OS FERIADOS NACIONAIS (UF EM
      * BRANCO NO HOLIDAYCAL) MAIS OS DA UF INFORMADA AQUI. EM BRANCO,
      * SO OS NACIONAIS.
      *   'S' = DIAS CORRIDOS (DU-DIAS-CORRIDOS = ANO X 365 +
      *         BISSEXTOS PASSADOS + DIA DO ANO; A DIFERENCA ENTRE
      *         DUAS DATAS EM DIAS SAI DE UMA SUBTRACAO SIMPLES)
           02  DU-DIAS-RESTANTES   PIC 9(03).
           02  DU-ULT-DIA          PIC 9(02).
           02  DU-DIAS-CORRIDOS    PIC 9(08).
           02  DU-UF               PIC X(02).
