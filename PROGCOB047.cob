      *         'D' COM A DATA DO DESLIGAMENTO E REGRAVA O CADASTRO,
      *         PARA O FUNCIONARIO SAIR AUTOMATICAMENTE DA FOLHA E DOS
      *         ROSTERS DE LOTE.
      *MODIFICATION HISTORY:
      * 15/10/2026 - O DESLIGAMENTO SO E FINALIZADO COM O EXAME
      *              DEMISSIONAL (ASO) REALIZADO E APTO REGISTRADO NO
      *              MEDEXAMS PELO PROGCOB164.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-REPORT-STATUS.

           SELECT MED-EXAMS-FILE ASSIGN TO 'MEDEXAMS'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-EXA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER-FILE.
       FD  SETTLEMENT-REPORT-FILE.
       01  SR-LINHA            PIC X(80).

       FD  MED-EXAMS-FILE.
           COPY 'MEDEXAM-REC.cob'.

       WORKING-STORAGE SECTION.
           COPY 'MCTLUTIL-PARM.cob'.
       COPY 'CURRENCY-BOOK.cob'.

       77  WRK-EMP-STATUS      PIC X(02)       VALUE SPACES.
       77  WRK-REPORT-STATUS   PIC X(02)       VALUE SPACES.
       77  WRK-EXA-STATUS      PIC X(02)       VALUE SPACES.
       77  WRK-EXA-EOF         PIC X(01)       VALUE 'N'.
           88  EXA-ACABOU                      VALUE 'S'.
       77  WRK-ASO-DEMISSAO    PIC X(01)       VALUE 'N'.
           88  ASO-DEMISSIONAL-OK              VALUE 'S'.
           88  ASO-DEMISSIONAL-INAPTO          VALUE 'I'.

       77  WRK-CPF             PIC 9(11)       VALUE ZEROES.
       77  WRK-RESPOSTA        PIC X(01)       VALUE 'N'.
               STOP RUN
           END-IF.

           PERFORM 0050-CONFERE-DEMISSIONAL.
           IF NOT ASO-DEMISSIONAL-OK
               IF ASO-DEMISSIONAL-INAPTO
                   DISPLAY 'EXAME DEMISSIONAL (ASO) COM RESULTADO '
                           'INAPTO - DESLIGAMENTO NAO FINALIZADO'
               ELSE
                   DISPLAY 'SEM EXAME DEMISSIONAL (ASO) REGISTRADO - '
                           'DESLIGAMENTO NAO FINALIZADO'
               END-IF
               CLOSE EMPLOYEE-MASTER-FILE
               STOP RUN
           END-IF.

           DISPLAY 'FUNCIONARIO: ' EM-NOME.
           DISPLAY 'CONFIRMA O DESLIGAMENTO (S/N)? '.
           ACCEPT WRK-RESPOSTA.

           STOP RUN.

      ******************************************************************
      * 0050-CONFERE-DEMISSIONAL - PROCURA NO MEDEXAMS (PROGCOB164) O
      * EXAME DEMISSIONAL REALIZADO DO CPF. APTO LIBERA O DESLIGAMENTO;
      * SO INAPTO, SO PENDENTE OU NENHUM EXAME SEGURA.
      ******************************************************************
       0050-CONFERE-DEMISSIONAL SECTION.
           MOVE 'N' TO WRK-ASO-DEMISSAO.

           OPEN INPUT MED-EXAMS-FILE.
           IF WRK-EXA-STATUS NOT = '00'
               GO TO 0050-EXIT
           END-IF.

           PERFORM UNTIL EXA-ACABOU OR ASO-DEMISSIONAL-OK
               READ MED-EXAMS-FILE
                   AT END
                       MOVE 'S' TO WRK-EXA-EOF
                   NOT AT END
                       IF ME-CPF = EM-CPF AND EXAME-DEMISSIONAL
                           IF ASO-APTO
                               MOVE 'S' TO WRK-ASO-DEMISSAO
                           END-IF
                           IF ASO-INAPTO
                               MOVE 'I' TO WRK-ASO-DEMISSAO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE MED-EXAMS-FILE.
       0050-EXIT.
           EXIT.

      ******************************************************************
      * 0100-CALCULA-RESCISAO - SALDO DE SALARIO = SALARIO / 30 X DIAS
      * TRABALHADOS NO MES; FERIAS PROPORCIONAIS E 13O PROPORCIONAL
