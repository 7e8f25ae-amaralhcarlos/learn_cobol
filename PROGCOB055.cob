      *         RECEBE O MESTRE E A GERACAO ESCOLHIDOS E COPIA A
      *         GERACAO DE VOLTA POR CIMA DO MESTRE, REGISTRANDO QUEM
      *         RESTAUROU O QUE E QUANDO NO ARQUIVO RESTORELOG.
      *MODIFICATION HISTORY:
      * 15/10/2026 - LINHA DA COPIA DO PAYROLLMASTER AMPLIADA PARA 130
      *              POSICOES (PM-REEMBOLSO).
      * 15/10/2026 - LINHA DA COPIA DO USERMASTER AMPLIADA PARA 80
      *              POSICOES (O REGISTRO GANHOU O UM-CPF DO VINCULO COM
      *              O FUNCIONARIO).
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

       FD  RESTORE-LOG-FILE.
       01  RL-LINHA            PIC X(100).
