      *         UTIL (COM OS FERIADOS DO HOLIDAYCAL) ATRAS DE UM CALL
      *         COM A COPY DATEUTIL-PARM, PARA O PROXIMO AJUSTE DE
      *         CALENDARIO ACONTECER EM EXATAMENTE UM LUGAR.
      *MODIFICATION HISTORY:
      * 15/10/2026 - FERIADOS DO HOLIDAYCAL CARREGADOS UMA VEZ EM
      *              TABELA, COM A UF DO FERIADO (BRANCO = NACIONAL);
      *              FUNCAO P DEVOLVE O PROXIMO DIA UTIL DA UF EM DU-UF,
      *              PARA OS VENCIMENTOS GERADOS NAO CAIREM EM FIM DE
      *              SEMANA OU FERIADO.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FD  HOLIDAY-CALENDAR-FILE.
       01  HC-REGISTRO.
           02  HC-DATA         PIC 9(08).
           02  HC-DESCRICAO    PIC X(30).
           02  HC-UF           PIC X(02).

       WORKING-STORAGE SECTION.
       77  WRK-HOLIDAY-STATUS  PIC X(02)       VALUE SPACES.
       77  WRK-BIS-100         PIC 9(04)       VALUE ZEROES.
       77  WRK-BIS-400         PIC 9(04)       VALUE ZEROES.

      ******************************************************************
      * FERIADOS DO HOLIDAYCAL (DATA + UF, UF EM BRANCO = NACIONAL),
      * CARREGADOS UMA VEZ POR RUN-UNIT: O PROXIMO DIA UTIL CHAMA O
      * TESTE DE DIA UTIL VARIAS VEZES SEGUIDAS.
      ******************************************************************
       77  WRK-FERIADOS-PRONTOS PIC X(01)      VALUE 'N'.
       77  WRK-FER-QTD         PIC 9(03)       VALUE ZEROES.
       77  WRK-FER-IDX         PIC 9(03)       VALUE ZEROES.
       01  WRK-TAB-FERIADOS.
           02  WRK-FER-LINHA   OCCURS 500 TIMES.
               03  WRK-FER-DATA        PIC 9(08).
               03  WRK-FER-UF          PIC X(02).
       77  WRK-PROX-LIMITE     PIC 9(02)       VALUE ZEROES.

       LINKAGE SECTION.
       COPY 'DATEUTIL-PARM.cob'.

                   PERFORM 4000-DIA-UTIL
               WHEN 'S'
                   PERFORM 5000-DIAS-CORRIDOS
               WHEN 'P'
                   PERFORM 6000-PROXIMO-DIA-UTIL
               WHEN OTHER
                   MOVE 'N' TO DU-RETORNO
           END-EVALUATE.

      ******************************************************************
      * 4000-DIA-UTIL - DIA UTIL: NEM SABADO/DOMINGO, NEM FERIADO DO
      * HOLIDAYCAL (NACIONAL OU DA UF EM DU-UF). SEM O ARQUIVO DE
      * FERIADOS, SO O DIA DA SEMANA DECIDE.
      ******************************************************************
       4000-DIA-UTIL SECTION.
           IF WRK-FERIADOS-PRONTOS NOT = 'S'
               PERFORM 4100-CARREGA-FERIADOS
           END-IF.

           PERFORM 2000-DIA-DA-SEMANA.

           MOVE 'S' TO DU-RETORNO.
           END-IF.

           MOVE DU-DATA TO WRK-DATA-NUM.
           PERFORM VARYING WRK-FER-IDX FROM 1 BY 1
                   UNTIL WRK-FER-IDX > WRK-FER-QTD
                       OR DU-RETORNO = 'N'
               IF WRK-FER-DATA(WRK-FER-IDX) = WRK-DATA-NUM
                   IF WRK-FER-UF(WRK-FER-IDX) = SPACES
                       OR WRK-FER-UF(WRK-FER-IDX) = DU-UF
                       MOVE 'N' TO DU-RETORNO
                   END-IF
               END-IF
           END-PERFORM.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 4100-CARREGA-FERIADOS - LE O HOLIDAYCAL PARA A TABELA. LINHA
      * ANTIGA, SEM A UF NO FIM, ENTRA COMO FERIADO NACIONAL.
      ******************************************************************
       4100-CARREGA-FERIADOS SECTION.
           MOVE 'S' TO WRK-FERIADOS-PRONTOS.
           MOVE 0 TO WRK-FER-QTD.
           MOVE 'N' TO WRK-HOLIDAY-EOF.

           OPEN INPUT HOLIDAY-CALENDAR-FILE.
           IF WRK-HOLIDAY-STATUS NOT = '00'
               GO TO 4100-EXIT
           END-IF.

           PERFORM UNTIL HOLIDAY-ACABOU
               MOVE SPACES TO HC-REGISTRO
               READ HOLIDAY-CALENDAR-FILE
                   AT END
                       MOVE 'S' TO WRK-HOLIDAY-EOF
                   NOT AT END
                       IF WRK-FER-QTD < 500
                           ADD 1 TO WRK-FER-QTD
                           MOVE HC-DATA TO WRK-FER-DATA(WRK-FER-QTD)
                           MOVE HC-UF   TO WRK-FER-UF(WRK-FER-QTD)
                       ELSE
                           DISPLAY 'HOLIDAYCAL COM MAIS DE 500 DATAS'
                                   ' - ARQUIVAR OS ANOS ANTIGOS'
                           MOVE 'S' TO WRK-HOLIDAY-EOF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE HOLIDAY-CALENDAR-FILE.
       4100-EXIT.
           EXIT.

      ******************************************************************
               + WRK-BIS-4 - WRK-BIS-100 + WRK-BIS-400
               + DU-DIA-ANO.

      ******************************************************************
      * 6000-PROXIMO-DIA-UTIL - A PARTIR DE DU-DATA, AVANCA UM DIA DE
      * CADA VEZ (VIRANDO MES E ANO) ATE CAIR EM DIA UTIL DA UF DE
      * DU-UF. USADO PELOS PROGRAMAS QUE GERAM VENCIMENTO, PARA O
      * TITULO NAO VENCER COM O BANCO FECHADO. O LIMITE DE 30 VOLTAS
      * SO PROTEGE CONTRA UM CALENDARIO CORROMPIDO.
      ******************************************************************
       6000-PROXIMO-DIA-UTIL SECTION.
           PERFORM 1000-VALIDA-DATA.
           IF DU-RETORNO NOT = 'S'
               GO TO 6000-EXIT
           END-IF.

           MOVE 0 TO WRK-PROX-LIMITE.
           PERFORM 4000-DIA-UTIL.
           PERFORM UNTIL DU-RETORNO = 'S' OR WRK-PROX-LIMITE > 30
               ADD 1 TO WRK-PROX-LIMITE
               PERFORM 1000-VALIDA-DATA
               ADD 1 TO DU-DIA
               IF DU-DIA > DU-ULT-DIA
                   MOVE 1 TO DU-DIA
                   ADD 1 TO DU-MES
                   IF DU-MES > 12
                       MOVE 1 TO DU-MES
                       ADD 1 TO DU-ANO
                   END-IF
               END-IF
               PERFORM 4000-DIA-UTIL
           END-PERFORM.

           MOVE 'S' TO DU-RETORNO.
       6000-EXIT.
           EXIT.

       END PROGRAM DATEUTIL.
