      ******************************************************************
      * RETPOLICY-REC - LAYOUT DA POLITICA DE RETENCAO DE DADOS
      * PESSOAIS (RETPOLICY), UMA LINHA POR CONJUNTO DE DADOS COM OS
      * ANOS DE GUARDA CONTADOS DO DESLIGAMENTO DO FUNCIONARIO OU, PARA
      * QUEM NAO E FUNCIONARIO (VISITANTE, AFERICAO AVULSA DE IMC), DA
      * DATA DO PROPRIO REGISTRO. CONJUNTO AUSENTE OU COM ANOS ZERO NAO
      * E TOCADO PELA RODADA ANUAL DO PROGCOB175.
      *
      * RT-CONJUNTO:
      *   'EMPREGADO'  = EMPLOYEEMASTER (ANONIMIZA; O CPF FICA PORQUE
      *                  A FOLHA E O RAZAO GUARDADOS POR LEI APONTAM
      *                  PARA ELE)
      *   'IMCHIST'    = IMCHIST E IMCHISTARC (ELIMINA AS AFERICOES)
      *   'TIMECLOCK'  = TIMECLOCK (ELIMINA AS BATIDAS; AS HORAS DO MES
      *                  JA ESTAO NO HOURSWORKED E NA FOLHA)
      *   'VISITORLOG' = VISITORLOG (ANONIMIZA CPF E NOME, MANTEM A
      *                  VISITA PARA AS ESTATISTICAS DA RECEPCAO)
      *   'VISITPREREG'= VISITPREREG (ANONIMIZA CPF, NOME E EMPRESA DO
      *                  VISITANTE AGENDADO, MANTEM DATA E ANFITRIAO)
      *   'AUDITORIA'  = EMPAUDIT E INQAUDIT (MANTEM QUEM FEZ E QUANDO,
      *                  APAGA O CPF E OS VALORES DO TITULAR)
      ******************************************************************
       01  RT-REGISTRO.
           02  RT-CONJUNTO         PIC X(12).
           02  RT-ANOS             PIC 9(02).
           02  RT-DESCRICAO        PIC X(40).
