      *              DEPARTAMENTO E DATA DE ADMISSAO, PEDINDO ESSES
      *              DADOS NO PRIMEIRO CADASTRO DO CPF E REAPROVEITANDO
      *              OS JA GRAVADOS NAS VEZES SEGUINTES.
      * 15/10/2026 - CADA CONSULTA DE CPF PASSOU A SER REGISTRADA NO
      *              INQAUDIT (SUBPROGRAMA INQLUTIL) COM O USUARIO, A
      *              DATA/HORA, O PROGRAMA E O CPF CONSULTADO; O
      *              RELATORIO MENSAL PARA O RH SAI NO PROGCOB174.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77 WRK-EMP-STATUS PIC X(02)         VALUE SPACES.

       77 WRK-NAME     PIC X(40)           VALUE SPACES.
       77 WRK-USER     PIC X(20)           VALUE SPACES.
           COPY 'INQLUTIL-PARM.cob'.

       01 WRK-CPF.
           02 WRK-CPF1 PIC 999 VALUE ZEROES.
           02 WRK-ADM-ANO  PIC 9(04).

       PROCEDURE DIVISION.
           DISPLAY 'OPERATOR: '.
           ACCEPT WRK-USER.
           DISPLAY 'TYPE YOUR NAME: '.
           ACCEPT WRK-NAME.
           DISPLAY 'TYPE YOUR CPF:  '.

           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   MOVE 'N'      TO IL-ACHOU
                   MOVE WRK-NAME TO EM-NOME
                   MOVE 0        TO EM-SALARY
                   DISPLAY 'DEPARTMENT: '
                   MOVE ZEROES TO EM-DATA-DESLIG
                   WRITE EM-REGISTRO
               NOT INVALID KEY
                   MOVE 'S'      TO IL-ACHOU
                   MOVE WRK-NAME TO EM-NOME
                   REWRITE EM-REGISTRO
           END-READ.

           CLOSE EMPLOYEE-MASTER-FILE.

      * O CRACHA MOSTRA CARGO E DEPARTAMENTO DO CADASTRO: A CONSULTA
      * DO CPF FICA NO INQAUDIT.
           MOVE WRK-USER     TO IL-OPERADOR.
           MOVE 'PROGCOB005' TO IL-PROGRAMA.
           MOVE WRK-CPF-NUM  TO IL-CPF.
           CALL 'INQLUTIL' USING IL-PARM.

      * CADASTRO MEXIDO: ATUALIZA O CONTROLE DE INTEGRIDADE DO
      * EMPLOYEEMASTER (MASTERCTL), SENAO A CONFERENCIA 'V' DO
      * FECHAMENTO ABORTA POR DIVERGENCIA.
