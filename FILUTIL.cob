      *         PARA IMPRIMIR O NOME DA FILIAL. O CADASTRO E LIDO NA
      *         PRIMEIRA CHAMADA E FICA EM MEMORIA. VER AS FUNCOES NA
      *         COPY FILUTIL-PARM.
      *MODIFICATION HISTORY:
      * 15/10/2026 - AS FUNCOES 'V' E 'N' PASSARAM A DEVOLVER TAMBEM A
      *              UF DA FILIAL (FU-UF), USADA COMO UF DO EMITENTE NA
      *              NOTA FISCAL (NFEUTIL).
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               03  WRK-FIL-CADASTRADA PIC X(01).
               03  WRK-FIL-NOME       PIC X(20).
               03  WRK-FIL-ATIVA      PIC X(01).
               03  WRK-FIL-UF         PIC X(02).

       LINKAGE SECTION.
           COPY 'FILUTIL-PARM.cob'.
                               TO WRK-FIL-NOME(FL-CODIGO)
                           MOVE FL-ATIVA
                               TO WRK-FIL-ATIVA(FL-CODIGO)
                           MOVE FL-UF
                               TO WRK-FIL-UF(FL-CODIGO)
                           IF FL-CODIGO > WRK-MAIOR-CODIGO
                               MOVE FL-CODIGO TO WRK-MAIOR-CODIGO
                           END-IF
           EXIT.

      ******************************************************************
      * 3000-NOME - NOME E UF DA FILIAL, OU 'FILIAL NN' (SEM UF)
      * QUANDO NAO CADASTRADA.
      ******************************************************************
       3000-NOME SECTION.
           MOVE SPACES TO FU-NOME.
           MOVE SPACES TO FU-UF.
           STRING 'FILIAL ' FU-FILIAL DELIMITED BY SIZE INTO FU-NOME
           END-STRING.

           IF FU-FILIAL >= 1 AND FU-FILIAL <= 9
               IF WRK-FIL-CADASTRADA(FU-FILIAL) = 'S'
                   MOVE WRK-FIL-NOME(FU-FILIAL) TO FU-NOME
                   MOVE WRK-FIL-UF(FU-FILIAL)   TO FU-UF
               END-IF
           END-IF.
           MOVE 'S' TO FU-RETORNO.
