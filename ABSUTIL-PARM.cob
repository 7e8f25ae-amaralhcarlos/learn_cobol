      ******************************************************************
      * ABSUTIL-PARM - AREA DE PARAMETROS DO SUBPROGRAMA ABSUTIL
      * (APURACAO DO REGISTRO DE AUSENCIAS, ARQUIVO ABSENCES).
      *
      * AX-FUNCAO:
      *   'C' = CONTAGEM: PARA O CPF AX-CPF, SOMA OS DIAS DE AUSENCIA
      *         QUE CAEM ENTRE AX-DATA-INI E AX-DATA-FIM (INCLUSIVE):
      *         AX-FALTAS, AX-ATESTADO, AX-LICENCA E AX-INSS EM DIAS
      *         UTEIS (SEM SABADO, DOMINGO E FERIADO NACIONAL DO
      *         HOLIDAYCAL); AX-DSR COM A QUANTIDADE DE SEMANAS
      *         (DOMINGO A SABADO) COM PELO MENOS UMA FALTA
      *         INJUSTIFICADA, QUE PERDEM O DESCANSO REMUNERADO; E
      *         AX-INSS-CORRIDOS COM OS DIAS CORRIDOS DE AFASTAMENTO
      *         PELO INSS, QUE SAEM DO SALARIO DO MES.
      *         AX-RETORNO 'N' QUANDO O ABSENCES NAO ESTA NO AR (TUDO
      *         ZERADO).
      * O REGISTRO E LIDO NA PRIMEIRA CHAMADA E FICA EM MEMORIA.
      ******************************************************************
       01  AX-PARM.
           02  AX-FUNCAO           PIC X(01).
           02  AX-RETORNO          PIC X(01).
           02  AX-CPF              PIC 9(11).
           02  AX-DATA-INI         PIC 9(08).
           02  AX-DATA-FIM         PIC 9(08).
           02  AX-FALTAS           PIC 9(03).
           02  AX-DSR              PIC 9(03).
           02  AX-ATESTADO         PIC 9(03).
           02  AX-LICENCA          PIC 9(03).
           02  AX-INSS             PIC 9(03).
           02  AX-INSS-CORRIDOS    PIC 9(03).
