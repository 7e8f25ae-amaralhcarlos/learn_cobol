      ******************************************************************
      * MEDEXAM-REC - LAYOUT DO CADASTRO DE EXAMES OCUPACIONAIS
      * (MEDEXAMS, ASO - ATESTADO DE SAUDE OCUPACIONAL), MANTIDO PELO
      * PROGCOB164. UMA LINHA POR EXAME DO CPF, REALIZADO OU PENDENTE.
      *
      * ME-TIPO:
      *   'A' = ADMISSIONAL (ABERTO PENDENTE PELO PROGCOB048 NA
      *         INCLUSAO DO FUNCIONARIO, VENCENDO NA ADMISSAO);
      *   'P' = PERIODICO;
      *   'R' = RETORNO AO TRABALHO (AFASTAMENTO ACIMA DE 30 DIAS);
      *   'D' = DEMISSIONAL (EXIGIDO PELO PROGCOB047 PARA FINALIZAR O
      *         DESLIGAMENTO).
      *
      * EXAME PENDENTE TEM ME-DATA ZERADA, ME-RESULTADO 'P' E A DATA
      * LIMITE EM ME-PROXIMO. EXAME REALIZADO TEM A DATA, O RESULTADO
      * (APTO/INAPTO), O MEDICO E, EXCETO O DEMISSIONAL, O VENCIMENTO
      * DO PROXIMO PERIODICO EM ME-PROXIMO, CALCULADO A PARTIR DA DATA
      * DO EXAME.
      ******************************************************************
       01  ME-REGISTRO.
           02  ME-CPF              PIC 9(11).
           02  ME-TIPO             PIC X(01).
               88  EXAME-ADMISSIONAL               VALUE 'A'.
               88  EXAME-PERIODICO                 VALUE 'P'.
               88  EXAME-RETORNO                   VALUE 'R'.
               88  EXAME-DEMISSIONAL               VALUE 'D'.
               88  EXAME-VALIDO                    VALUE 'A' 'P'
                                                         'R' 'D'.
           02  ME-DATA             PIC 9(08).
           02  ME-RESULTADO        PIC X(01).
               88  ASO-APTO                        VALUE 'A'.
               88  ASO-INAPTO                      VALUE 'I'.
               88  ASO-PENDENTE                    VALUE 'P'.
           02  ME-MEDICO           PIC X(30).
           02  ME-PROXIMO          PIC 9(08).
