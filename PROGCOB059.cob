      *         DE UM ANO NOVO E IMPRIME O CALENDARIO DO ANO
      *         (HOLIDAYRPT) PARA CONFERENCIA ANTES DE O PROGCOB022
      *         PASSAR A USA-LO.
      *MODIFICATION HISTORY:
      * 15/10/2026 - UF DO FERIADO NO FIM DA LINHA DO HOLIDAYCAL (EM
      *              BRANCO = NACIONAL), PEDIDA NA INCLUSAO E EXCLUSAO E
      *              IMPRESSA NO CALENDARIO; O DATEUTIL PASSA A
      *              CONSIDERAR OS FERIADOS ESTADUAIS DA FILIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  HC-REGISTRO.
           02  HC-DATA         PIC 9(08).
           02  HC-DESCRICAO    PIC X(30).
           02  HC-UF           PIC X(02).

       FD  HOLIDAY-REPORT-FILE.
       01  HR-LINHA            PIC X(80).
           02  WRK-DIA         PIC 9(02).
       01  WRK-DATA-N REDEFINES WRK-DATA PIC 9(08).
       77  WRK-DESCRICAO       PIC X(30)       VALUE SPACES.
       77  WRK-UF              PIC X(02)       VALUE SPACES.
       77  WRK-UF-EDIT         PIC X(08)       VALUE SPACES.
       77  WRK-ANO-GERA        PIC 9(04)       VALUE ZEROES.

      ******************************************************************
           02  WRK-FER-LINHA   OCCURS 300 TIMES.
               03  WRK-FER-DATA        PIC 9(08).
               03  WRK-FER-DESC        PIC X(30).
               03  WRK-FER-UF          PIC X(02).

       77  WRK-NAC-IDX         PIC 9(02)       VALUE ZEROES.
       01  WRK-TAB-NACIONAIS.
      ******************************************************************
      * 0100-CARREGA-CALENDARIO - LE O HOLIDAYCAL PARA A TABELA EM
      * MEMORIA. LINHA ANTIGA SEM DESCRICAO ENTRA COM DESCRICAO EM
      * BRANCO; SEM UF, ENTRA COMO FERIADO NACIONAL.
      ******************************************************************
       0100-CARREGA-CALENDARIO SECTION.
           OPEN INPUT HOLIDAY-CALENDAR-FILE.
           END-IF.

           PERFORM UNTIL HOLIDAY-ACABOU
               MOVE SPACES TO HC-REGISTRO
               READ HOLIDAY-CALENDAR-FILE
                   AT END
                       MOVE 'S' TO WRK-HOLIDAY-EOF
                       MOVE HC-DATA TO WRK-FER-DATA(WRK-FER-QTD)
                       MOVE HC-DESCRICAO
                           TO WRK-FER-DESC(WRK-FER-QTD)
                       MOVE HC-UF TO WRK-FER-UF(WRK-FER-QTD)
               END-READ
           END-PERFORM.

               GO TO 0250-RECEBE-DATA
           END-IF.

           DISPLAY 'UF DO FERIADO (EM BRANCO = NACIONAL): '.
           MOVE SPACES TO WRK-UF.
           ACCEPT WRK-UF.

      ******************************************************************
      * 0270-BUSCA-FERIADO - PROCURA WRK-DATA-N + WRK-UF NA TABELA,
      * DEVOLVENDO FERIADO-EXISTE E A POSICAO EM WRK-FER-IDX. A MESMA
      * DATA PODE SER FERIADO ESTADUAL EM MAIS DE UMA UF.
      ******************************************************************
       0270-BUSCA-FERIADO SECTION.
           MOVE 'N' TO WRK-FER-ACHOU.
                   UNTIL WRK-FER-IDX > WRK-FER-QTD
                       OR FERIADO-EXISTE
               IF WRK-FER-DATA(WRK-FER-IDX) = WRK-DATA-N
                   AND WRK-FER-UF(WRK-FER-IDX) = WRK-UF
                   MOVE 'S' TO WRK-FER-ACHOU
                   SUBTRACT 1 FROM WRK-FER-IDX
               END-IF
           PERFORM 0270-BUSCA-FERIADO.

           IF FERIADO-EXISTE
               DISPLAY 'DATA JA CADASTRADA NA UF: '
                       WRK-FER-DESC(WRK-FER-IDX)
               GO TO 0300-EXIT
           END-IF.
           ADD 1 TO WRK-FER-QTD.
           MOVE WRK-DATA-N   TO WRK-FER-DATA(WRK-FER-QTD).
           MOVE WRK-DESCRICAO TO WRK-FER-DESC(WRK-FER-QTD).
           MOVE WRK-UF        TO WRK-FER-UF(WRK-FER-QTD).
           MOVE 'S' TO WRK-MEXEU.
           DISPLAY 'FERIADO INCLUIDO'.
       0300-EXIT.
                   TO WRK-FER-DATA(WRK-FER-IDX)
               MOVE WRK-FER-DESC(WRK-FER-IDX + 1)
                   TO WRK-FER-DESC(WRK-FER-IDX)
               MOVE WRK-FER-UF(WRK-FER-IDX + 1)
                   TO WRK-FER-UF(WRK-FER-IDX)
               ADD 1 TO WRK-FER-IDX
           END-PERFORM.
           SUBTRACT 1 FROM WRK-FER-QTD.
           ACCEPT WRK-ANO-GERA.

           MOVE 0 TO WRK-QTDE-GERADOS.
           MOVE SPACES TO WRK-UF.
           PERFORM VARYING WRK-NAC-IDX FROM 1 BY 1
                   UNTIL WRK-NAC-IDX > 8
               MOVE WRK-ANO-GERA TO WRK-ANO
                   MOVE WRK-DATA-N TO WRK-FER-DATA(WRK-FER-QTD)
                   MOVE WRK-NAC-DESC(WRK-NAC-IDX)
                       TO WRK-FER-DESC(WRK-FER-QTD)
                   MOVE SPACES TO WRK-FER-UF(WRK-FER-QTD)
                   ADD 1 TO WRK-QTDE-GERADOS
                   MOVE 'S' TO WRK-MEXEU
               END-IF
                   MOVE 'W' TO DU-FUNCAO
                   MOVE WRK-DATA TO DU-DATA
                   CALL 'DATEUTIL' USING DU-PARM
                   IF WRK-FER-UF(WRK-FER-IDX) = SPACES
                       MOVE 'NACIONAL' TO WRK-UF-EDIT
                   ELSE
                       MOVE WRK-FER-UF(WRK-FER-IDX) TO WRK-UF-EDIT
                   END-IF
                   MOVE SPACES TO HR-LINHA
                   STRING WRK-FER-DATA(WRK-FER-IDX) ' '
                          WRK-DIA-SEMANA-NOME-EN(DU-WEEKDAY + 1)
                          ' ' WRK-UF-EDIT
                          ' ' WRK-FER-DESC(WRK-FER-IDX)
                       DELIMITED BY SIZE INTO HR-LINHA
                   END-STRING
                   UNTIL WRK-FER-IDX > WRK-FER-QTD
               MOVE WRK-FER-DATA(WRK-FER-IDX) TO HC-DATA
               MOVE WRK-FER-DESC(WRK-FER-IDX) TO HC-DESCRICAO
               MOVE WRK-FER-UF(WRK-FER-IDX)   TO HC-UF
               WRITE HC-REGISTRO
           END-PERFORM.
           CLOSE HOLIDAY-CALENDAR-FILE.
