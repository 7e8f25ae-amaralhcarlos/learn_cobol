      ******************************************************************
      * ABSENCE-REC - LAYOUT DO REGISTRO DE AUSENCIAS (ABSENCES),
      * MANTIDO PELO PROGCOB159. UMA LINHA POR PERIODO DE AUSENCIA DO
      * CPF, COM O TIPO, AS DATAS (INICIO E FIM, INCLUSIVE) E A
      * REFERENCIA DO DOCUMENTO QUE JUSTIFICA (ATESTADO, CERTIDAO,
      * COMUNICADO DO INSS).
      *
      * AU-TIPO:
      *   'F' = FALTA INJUSTIFICADA: DESCONTADA NA FOLHA COM O DSR DA
      *         SEMANA E CONTADA PARA AS FAIXAS DE FERIAS (CLT 130).
      *   'A' = ATESTADO MEDICO: ABONADA, PAGA PELA EMPRESA (ATE OS
      *         15 PRIMEIROS DIAS DO AFASTAMENTO).
      *   'L' = LICENCA LEGAL (CLT 473 - CASAMENTO, OBITO, DOACAO DE
      *         SANGUE, ALISTAMENTO ETC.): ABONADA.
      *   'I' = AFASTAMENTO PELO INSS (A PARTIR DO 16O DIA): O
      *         SALARIO DOS DIAS SAI DA FOLHA, QUEM PAGA E O INSS.
      ******************************************************************
       01  AU-REGISTRO.
           02  AU-CPF              PIC 9(11).
           02  AU-TIPO             PIC X(01).
               88  AUSENCIA-FALTA                  VALUE 'F'.
               88  AUSENCIA-ATESTADO               VALUE 'A'.
               88  AUSENCIA-LICENCA                VALUE 'L'.
               88  AUSENCIA-INSS                   VALUE 'I'.
               88  AUSENCIA-VALIDA                 VALUE 'F' 'A'
                                                         'L' 'I'.
           02  AU-DATA-INI         PIC 9(08).
           02  AU-DATA-FIM         PIC 9(08).
           02  AU-DOCUMENTO        PIC X(20).
