      *              DISCIPLINA + NOTA), PARA O PERIODO NOVO NAO
      *              SOBRESCREVER MAIS O ANTERIOR. O HISTORICO ESCOLAR
      *              COMPLETO SAI NO PROGCOB062.
      * 15/10/2026 - O LAYOUT DO GRADEHIST PASSOU PARA O COPYBOOK
      *              GRADEHIST-REC, QUE GANHOU O GRUPO DA RECUPERACAO
      *              (PROGCOB185); A NOTA NOVA E GRAVADA COM ELE VAZIO.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           COPY 'STUDENTMASTER-REC.cob'.

       FD  GRADE-HIST-FILE.
           COPY 'GRADEHIST-REC.cob'.

       WORKING-STORAGE SECTION.
       77 WRK-SUBJ-STATUS     PIC X(02)    VALUE SPACES.
           MOVE SG-TERMO      TO GH-TERMO.
           MOVE SG-DISCIPLINA TO GH-DISCIPLINA.
           MOVE SG-GRADE      TO GH-GRADE.
           MOVE 'N'           TO GH-REC-FEITA.
           MOVE 0             TO GH-REC-NOTA.
           MOVE 0             TO GH-REC-FINAL.
           MOVE SPACES        TO GH-REC-RESULTADO.
           WRITE GH-REGISTRO.

           CLOSE GRADE-HIST-FILE.
