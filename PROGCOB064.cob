      *         DATA, COM A VARIACAO DE IMC ENTRE CADA AFERICAO E A
      *         ANTERIOR, PARA A ENFERMEIRA DO TRABALHO ENXERGAR A
      *         EVOLUCAO SEM ABRIR O ARQUIVO CRU.
      *MODIFICATION HISTORY:
      * 15/10/2026 - CADA CONSULTA DE CPF PASSOU A SER REGISTRADA NO
      *              INQAUDIT (SUBPROGRAMA INQLUTIL) COM O USUARIO, A
      *              DATA/HORA, O PROGRAMA E O CPF CONSULTADO; O
      *              RELATORIO MENSAL PARA O RH SAI NO PROGCOB174.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77  WRK-FIM-CPF         PIC X(01)   VALUE 'N'.
           88  CPF-ACABOU                  VALUE 'S'.

       77  WRK-USER            PIC X(20)   VALUE SPACES.
       77  WRK-CPF             PIC 9(11)   VALUE ZEROES.
           COPY 'INQLUTIL-PARM.cob'.
       77  WRK-QTDE-AFERICOES  PIC 9(04)   VALUE ZEROES.
       77  WRK-IMC-ANTERIOR    PIC 99V99   VALUE ZEROES.
       77  WRK-VARIACAO        PIC S99V99  VALUE ZEROES.

       PROCEDURE DIVISION.

           DISPLAY 'USUARIO DA CONSULTA: '.
           ACCEPT WRK-USER.
           DISPLAY 'CPF DO FUNCIONARIO (SO DIGITOS): '.
           ACCEPT WRK-CPF.


           CLOSE IMC-HISTORY-FILE.

           MOVE WRK-USER     TO IL-OPERADOR.
           MOVE 'PROGCOB064' TO IL-PROGRAMA.
           MOVE WRK-CPF      TO IL-CPF.
           IF WRK-QTDE-AFERICOES = 0
               MOVE 'N' TO IL-ACHOU
           ELSE
               MOVE 'S' TO IL-ACHOU
           END-IF.
           CALL 'INQLUTIL' USING IL-PARM.

           IF WRK-QTDE-AFERICOES = 0
               DISPLAY 'NENHUMA AFERICAO PARA O CPF ' WRK-CPF
           ELSE
