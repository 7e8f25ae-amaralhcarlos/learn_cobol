      *              PARA A DEDUCAO DE IRRF (EM-DEPENDENTES), PEDIDA
      *              NA INCLUSAO E NA ALTERACAO E LOGADA NO EMPAUDIT
      *              COM ANTES/DEPOIS COMO OS DEMAIS CAMPOS.
      * 15/10/2026 - A INCLUSAO PASSOU A ABRIR NO MEDEXAMS O EXAME
      *              ADMISSIONAL (ASO) PENDENTE, COM A DATA DE ADMISSAO
      *              COMO DATA LIMITE, PARA A AGENDA DO PROGCOB165.
      * 15/10/2026 - CADA CONSULTA DE CPF PASSOU A SER REGISTRADA NO
      *              INQAUDIT (SUBPROGRAMA INQLUTIL) COM O USUARIO, A
      *              DATA/HORA, O PROGRAMA E O CPF CONSULTADO; O
      *              RELATORIO MENSAL PARA O RH SAI NO PROGCOB174.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-SALHIST-STATUS.

           SELECT MED-EXAMS-FILE ASSIGN TO 'MEDEXAMS'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-EXA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER-FILE.
       FD  SAL-HIST-FILE.
           COPY 'SALHIST-REC.cob'.

       FD  MED-EXAMS-FILE.
           COPY 'MEDEXAM-REC.cob'.

       WORKING-STORAGE SECTION.
           COPY 'MCTLUTIL-PARM.cob'.
       77  WRK-EMP-STATUS      PIC X(02)       VALUE SPACES.
       77  WRK-SALHIST-STATUS  PIC X(02)       VALUE SPACES.
       77  WRK-DATA-EFETIVA    PIC 9(08)       VALUE ZEROES.
       77  WRK-MOTIVO-SAL      PIC X(20)       VALUE SPACES.
       77  WRK-EXA-STATUS      PIC X(02)       VALUE SPACES.

       77  WRK-USER            PIC X(20)       VALUE SPACES.
       77  WRK-OPCAO           PIC 9(01)       VALUE ZEROES.
           COPY 'INQLUTIL-PARM.cob'.

       01  WRK-CPF.
           02  WRK-CPF1        PIC 999         VALUE ZEROES.
           MOVE WRK-CPF-NUM TO EM-CPF.
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO IL-ACHOU
                   DISPLAY 'CPF NAO CADASTRADO'
               NOT INVALID KEY
                   MOVE 'S' TO IL-ACHOU
                   DISPLAY 'NOME:         ' EM-NOME
                   DISPLAY 'SALARIO:      ' EM-SALARY
                   DISPLAY 'CARGO:        ' EM-CARGO
                   DISPLAY 'STATUS:       ' EM-STATUS
                   DISPLAY 'DEPENDENTES:  ' EM-DEPENDENTES
           END-READ.
           PERFORM 0250-REGISTRA-CONSULTA.

      ******************************************************************
      * 0250-REGISTRA-CONSULTA - GRAVA NO INQAUDIT (INQLUTIL) QUE O
      * USUARIO OLHOU O REGISTRO DO CPF DIGITADO.
      ******************************************************************
       0250-REGISTRA-CONSULTA SECTION.
           MOVE WRK-USER     TO IL-OPERADOR.
           MOVE 'PROGCOB048' TO IL-PROGRAMA.
           MOVE WRK-CPF-NUM  TO IL-CPF.
           CALL 'INQLUTIL' USING IL-PARM.

      ******************************************************************
      * 0300-INCLUI - CADASTRA UM FUNCIONARIO NOVO COMPLETO, COM A
           MOVE 'ADMISSAO' TO WRK-MOTIVO-SAL.
           PERFORM 0550-GRAVA-EVENTO-SALARIO.

           PERFORM 0560-AGENDA-ADMISSIONAL.

           DISPLAY 'FUNCIONARIO INCLUIDO'.
       0300-EXIT.
           EXIT.
                   DISPLAY 'CPF NAO CADASTRADO'
                   GO TO 0400-EXIT
           END-READ.
           MOVE 'S' TO IL-ACHOU.
           PERFORM 0250-REGISTRA-CONSULTA.

           MOVE EM-NOME          TO WRK-ANT-NOME.
           MOVE EM-SALARY        TO WRK-ANT-SALARY.

           CLOSE SAL-HIST-FILE.

      ******************************************************************
      * 0560-AGENDA-ADMISSIONAL - ABRE NO MEDEXAMS O EXAME ADMISSIONAL
      * PENDENTE DO FUNCIONARIO NOVO, COM A DATA DE ADMISSAO COMO DATA
      * LIMITE; O RESULTADO E REGISTRADO DEPOIS PELO PROGCOB164.
      ******************************************************************
       0560-AGENDA-ADMISSIONAL SECTION.
           OPEN EXTEND MED-EXAMS-FILE.
           IF WRK-EXA-STATUS NOT = '00'
               OPEN OUTPUT MED-EXAMS-FILE
           END-IF.

           MOVE EM-CPF           TO ME-CPF.
           MOVE 'A'              TO ME-TIPO.
           MOVE ZEROES           TO ME-DATA.
           MOVE 'P'              TO ME-RESULTADO.
           MOVE SPACES           TO ME-MEDICO.
           MOVE EM-DATA-ADMISSAO TO ME-PROXIMO.
           WRITE ME-REGISTRO.

           CLOSE MED-EXAMS-FILE.

           DISPLAY 'EXAME ADMISSIONAL (ASO) PENDENTE ATE '
                   EM-DATA-ADMISSAO.

      ******************************************************************
      * 0500-GRAVA-AUDITORIA - REGISTRA NO EMPAUDIT O CAMPO ALTERADO
      * COM ANTES/DEPOIS, O CPF, O USUARIO E A DATA/HORA.
