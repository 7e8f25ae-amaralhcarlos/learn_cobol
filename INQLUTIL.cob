       IDENTIFICATION DIVISION.
       PROGRAM-ID. INQLUTIL.
      ******************************************************************
      *AUTHOR: CARLOS AMARAL
      *DATE: 15/10/2026
      *PURPOSE: LOG DAS CONSULTAS A SALARIO E DADOS PESSOAIS. O
      *         EMPAUDIT DIZ QUEM MUDOU UM SALARIO, MAS NINGUEM SABIA
      *         QUEM OLHOU O SALARIO DO DIRETOR. CADA PROGRAMA DE
      *         CONSULTA POR CPF CHAMA ESTE SUBPROGRAMA (COPY
      *         INQLUTIL-PARM), QUE ACRESCENTA NO INQAUDIT O OPERADOR,
      *         A DATA/HORA, O PROGRAMA E O CPF CONSULTADO.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INQUIRY-AUDIT-FILE ASSIGN TO 'INQAUDIT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-INQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INQUIRY-AUDIT-FILE.
           COPY 'INQAUDIT-REC.cob'.

       WORKING-STORAGE SECTION.
       77  WRK-INQ-STATUS      PIC X(02)       VALUE SPACES.
       01  WRK-HORA.
           02  WRK-HORA-HHMMSS PIC 9(06)       VALUE ZEROES.
           02  WRK-HORA-CC     PIC 9(02)       VALUE ZEROES.

       LINKAGE SECTION.
           COPY 'INQLUTIL-PARM.cob'.

       PROCEDURE DIVISION USING IL-PARM.

           OPEN EXTEND INQUIRY-AUDIT-FILE.
           IF WRK-INQ-STATUS NOT = '00'
               OPEN OUTPUT INQUIRY-AUDIT-FILE
           END-IF.

           ACCEPT IQ-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA FROM TIME.
           MOVE WRK-HORA-HHMMSS TO IQ-HORA.
           MOVE IL-OPERADOR     TO IQ-OPERADOR.
           MOVE IL-PROGRAMA     TO IQ-PROGRAMA.
           MOVE IL-CPF          TO IQ-CPF.
           MOVE IL-ACHOU        TO IQ-ACHOU.
           WRITE IQ-REGISTRO.

           CLOSE INQUIRY-AUDIT-FILE.

           GOBACK.

       END PROGRAM INQLUTIL.
