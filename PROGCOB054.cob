      *         EMPMASTBK1/2, PAYMASTBK1/2, USERMASTBK1/2). A VOLTA DE
      *         UMA GERACAO E FEITA PELO PROGCOB055, COM LOG DE QUEM
      *         RESTAUROU O QUE.
      *MODIFICATION HISTORY:
      * 15/10/2026 - LINHA DA COPIA DO PAYROLLMASTER AMPLIADA PARA 130
      *              POSICOES (PM-REEMBOLSO).
      * 15/10/2026 - LINHA DA COPIA DO USERMASTER AMPLIADA PARA 80
      *              POSICOES (UM-CPF E O SAL E HASH DA SENHA).
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FD  PAYROLL-MASTER-FILE.
           COPY 'PAYMASTER-REC.cob'.
       FD  PAY-BK1-FILE.
       01  PB1-LINHA           PIC X(130).
       FD  PAY-BK2-FILE.
       01  PB2-LINHA           PIC X(130).

       FD  USER-MASTER-FILE.
           COPY 'USERMASTER-REC.cob'.
       FD  USER-BK1-FILE.
       01  UB1-LINHA           PIC X(80).
       FD  USER-BK2-FILE.
       01  UB2-LINHA           PIC X(80).

       WORKING-STORAGE SECTION.
       77  WRK-ST-STATUS       PIC X(02)       VALUE SPACES.
