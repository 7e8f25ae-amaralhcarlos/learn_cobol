      *         COMPETENCIAS DAQUELE FUNCIONARIO, COM BRUTO, INSS,
      *         IRRF E LIQUIDO, PARA AS DISPUTAS TRABALHISTAS NAO
      *         DEPENDEREM DE RECONSTITUIR FOLHAS ANTIGAS.
      *MODIFICATION HISTORY:
      * 15/10/2026 - CADA CONSULTA DE CPF PASSOU A SER REGISTRADA NO
      *              INQAUDIT (SUBPROGRAMA INQLUTIL) COM O USUARIO, A
      *              DATA/HORA, O PROGRAMA E O CPF CONSULTADO; O
      *              RELATORIO MENSAL PARA O RH SAI NO PROGCOB174.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77  WRK-FIM-CPF         PIC X(01)       VALUE 'N'.
           88  CPF-ACABOU                      VALUE 'S'.

       77  WRK-USER            PIC X(20)       VALUE SPACES.
       77  WRK-CPF             PIC 9(11)       VALUE ZEROES.
           COPY 'INQLUTIL-PARM.cob'.
       77  WRK-QTDE-FOLHAS     PIC 9(03)       VALUE ZEROES.
       77  WRK-INSS-ED         PIC $ZZZ.ZZ9,99 VALUE ZEROES.
       77  WRK-IRRF-ED         PIC $ZZZ.ZZ9,99 VALUE ZEROES.

       PROCEDURE DIVISION.

           DISPLAY 'USUARIO DA CONSULTA: '.
           ACCEPT WRK-USER.
           DISPLAY 'CPF DO FUNCIONARIO (SO DIGITOS): '.
           ACCEPT WRK-CPF.


           CLOSE PAYROLL-MASTER-FILE.

           MOVE WRK-USER     TO IL-OPERADOR.
           MOVE 'PROGCOB044' TO IL-PROGRAMA.
           MOVE WRK-CPF      TO IL-CPF.
           IF WRK-QTDE-FOLHAS = 0
               MOVE 'N' TO IL-ACHOU
           ELSE
               MOVE 'S' TO IL-ACHOU
           END-IF.
           CALL 'INQLUTIL' USING IL-PARM.

           IF WRK-QTDE-FOLHAS = 0
               DISPLAY 'NENHUMA FOLHA GRAVADA PARA O CPF ' WRK-CPF
           ELSE
