      *         TRAVA O MES DE VENDAS. O BALANCETE DO PROGCOB036 PASSA
      *         A LER OS SALDOS MAIS SO O PERIODO ABERTO, EM VEZ DE
      *         RELER O RAZAO DESDE O COMECO DOS TEMPOS.
      *MODIFICATION HISTORY:
      * 15/10/2026 - AO FECHAR A COMPETENCIA, ESTORNA AS PROVISOES
      *              PENDENTES DO ACCRUALS COM DATA DO DIA 1 DO MES
      *              SEGUINTE E AS MARCA COMO ESTORNADAS.
      * 15/10/2026 - ACCRUALS ACIMA DE 3000 LINHAS NAO E MAIS CARREGADO
      *              ALEM DA TABELA: O FECHAMENTO AVISA, SAI COM RC 8 E
      *              NAO ESTORNA NEM REGRAVA AS PROVISOES.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-CLOSE-STATUS.

           SELECT ACCRUAL-FILE ASSIGN TO 'ACCRUALS'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-PROV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-TRANSACTION-FILE.
       01  GC-REGISTRO.
           02  GC-COMPETENCIA  PIC 9(06).

       FD  ACCRUAL-FILE.
           COPY 'ACCRUAL-REC.cob'.

       WORKING-STORAGE SECTION.
       77  WRK-GL-STATUS       PIC X(02)       VALUE SPACES.
       77  WRK-GL-EOF          PIC X(01)       VALUE 'N'.

       77  WRK-QTDE-FECHADAS   PIC 9(05)       VALUE ZEROES.

      ******************************************************************
      * PROVISOES DO ACCRUALS, GUARDADAS PARA A REGRAVACAO COM A
      * SITUACAO DOS ESTORNOS FEITOS NESTE FECHAMENTO.
      ******************************************************************
       77  WRK-PROV-STATUS     PIC X(02)       VALUE SPACES.
       77  WRK-PROV-EOF        PIC X(01)       VALUE 'N'.
           88  PROV-ACABOU                     VALUE 'S'.
       77  WRK-PROV-QTD        PIC 9(05)       VALUE ZEROES.
       77  WRK-PROV-IDX        PIC 9(05)       VALUE ZEROES.
       77  WRK-PROV-ESTOURO    PIC X(01)       VALUE 'N'.
           88  PROVISAO-ESTOURADA              VALUE 'S'.
       01  WRK-TAB-PROVISOES.
           02  WRK-PROV-LINHA  PIC X(55)       OCCURS 3000 TIMES.
       77  WRK-QTDE-ESTORNOS   PIC 9(05)       VALUE ZEROES.
       01  WRK-DATA-ESTORNO.
           02  WRK-EST-ANO     PIC 9(04)       VALUE ZEROES.
           02  WRK-EST-MES     PIC 9(02)       VALUE ZEROES.
           02  WRK-EST-DIA     PIC 9(02)       VALUE ZEROES.

       PROCEDURE DIVISION.

           DISPLAY 'COMPETENCIA A FECHAR (AAAAMM): '.
               STOP RUN
           END-IF.

           PERFORM 0480-ESTORNA-PROVISOES.
           PERFORM 0500-REGRAVA-VIVOS.
           PERFORM 0600-GRAVA-SALDOS.
           PERFORM 0700-MARCA-FECHADA.

           DISPLAY 'COMPETENCIA ' WRK-COMPETENCIA ' FECHADA - '
                   WRK-QTDE-FECHADAS ' LANCAMENTOS ARQUIVADOS'.
           IF WRK-QTDE-ESTORNOS > 0
               DISPLAY 'PROVISOES ESTORNADAS EM ' WRK-EST-DIA '/'
                       WRK-EST-MES '/' WRK-EST-ANO ': '
                       WRK-QTDE-ESTORNOS ' LINHAS'
           END-IF.

           STOP RUN.

               MOVE ZEROES TO WRK-TAB-CREDITOS(WRK-CONTA-POS)
           END-IF.

      ******************************************************************
      * 0480-ESTORNA-PROVISOES - ABRE O PERIODO SEGUINTE COM O ESTORNO
      * DAS PROVISOES: CADA PERNA PENDENTE DO ACCRUALS DA COMPETENCIA
      * QUE FECHA (OU ANTERIOR) VOLTA INVERTIDA (D VIRA C E C VIRA D)
      * COM DATA DO DIA 1 DO MES SEGUINTE, NA MESMA CONTA E CENTRO DE
      * CUSTO, E ENTRA NAS LINHAS VIVAS DO RAZAO. A PERNA FICA MARCADA
      * COMO ESTORNADA NO ACCRUALS, COM A DATA DO ESTORNO. ACCRUALS
      * MAIOR QUE A TABELA NAO E ESTORNADO NEM REGRAVADO (A REGRAVACAO
      * PERDERIA AS LINHAS QUE NAO COUBERAM): RC 8 PARA A OPERACAO
      * ARQUIVAR AS PROVISOES JA ESTORNADAS.
      ******************************************************************
       0480-ESTORNA-PROVISOES SECTION.
           MOVE 1 TO WRK-EST-DIA.
           IF WRK-COMPETENCIA(5:2) = '12'
               COMPUTE WRK-EST-ANO = WRK-COMPETENCIA / 100 + 1
               MOVE 1 TO WRK-EST-MES
           ELSE
               COMPUTE WRK-EST-ANO = WRK-COMPETENCIA / 100
               MOVE WRK-COMPETENCIA(5:2) TO WRK-EST-MES
               ADD 1 TO WRK-EST-MES
           END-IF.

           OPEN INPUT ACCRUAL-FILE.
           IF WRK-PROV-STATUS NOT = '00'
               GO TO 0480-EXIT
           END-IF.

           PERFORM UNTIL PROV-ACABOU
               READ ACCRUAL-FILE
                   AT END
                       MOVE 'S' TO WRK-PROV-EOF
                   NOT AT END
                       IF WRK-PROV-QTD < 3000
                           ADD 1 TO WRK-PROV-QTD
                           MOVE AC-REGISTRO
                               TO WRK-PROV-LINHA(WRK-PROV-QTD)
                       ELSE
                           MOVE 'S' TO WRK-PROV-ESTOURO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ACCRUAL-FILE.

           IF PROVISAO-ESTOURADA
               DISPLAY 'ACCRUALS COM MAIS DE 3000 LINHAS - ARQUIVAR '
                       'AS ESTORNADAS; PROVISOES NAO SERAO ESTORNADAS'
               MOVE 8 TO RETURN-CODE
               GO TO 0480-EXIT
           END-IF.

           PERFORM VARYING WRK-PROV-IDX FROM 1 BY 1
                   UNTIL WRK-PROV-IDX > WRK-PROV-QTD
               MOVE WRK-PROV-LINHA(WRK-PROV-IDX) TO AC-REGISTRO
               IF PROVISAO-PENDENTE
                   AND AC-DATA(1:6) NOT > WRK-COMPETENCIA
                   PERFORM 0490-GERA-ESTORNO
                   MOVE AC-REGISTRO TO WRK-PROV-LINHA(WRK-PROV-IDX)
               END-IF
           END-PERFORM.

           IF WRK-QTDE-ESTORNOS = 0
               GO TO 0480-EXIT
           END-IF.

           OPEN OUTPUT ACCRUAL-FILE.
           PERFORM VARYING WRK-PROV-IDX FROM 1 BY 1
                   UNTIL WRK-PROV-IDX > WRK-PROV-QTD
               MOVE WRK-PROV-LINHA(WRK-PROV-IDX) TO AC-REGISTRO
               WRITE AC-REGISTRO
           END-PERFORM.
           CLOSE ACCRUAL-FILE.
       0480-EXIT.
           EXIT.

      ******************************************************************
      * 0490-GERA-ESTORNO - MONTA A PERNA INVERTIDA DA PROVISAO LIDA
      * NAS LINHAS VIVAS E MARCA A PROVISAO COMO ESTORNADA.
      ******************************************************************
       0490-GERA-ESTORNO SECTION.
           MOVE AC-CONTA TO GL-CONTA.
           IF AC-TIPO = 'D'
               MOVE 'C' TO GL-TIPO
           ELSE
               MOVE 'D' TO GL-TIPO
           END-IF.
           MOVE AC-VALOR         TO GL-VALOR.
           MOVE WRK-DATA-ESTORNO TO GL-DATA.
           MOVE 'PROGCOB073'     TO GL-OPERADOR.
           MOVE AC-CCUSTO        TO GL-CCUSTO.
           ADD 1 TO WRK-VIVO-QTD.
           MOVE GL-REGISTRO TO WRK-VIVO-LINHA(WRK-VIVO-QTD).

           MOVE 'E'              TO AC-SITUACAO.
           MOVE WRK-DATA-ESTORNO TO AC-DATA-ESTORNO.
           ADD 1 TO WRK-QTDE-ESTORNOS.

      ******************************************************************
      * 0500-REGRAVA-VIVOS - REGRAVA O GLTRANSACTIONS SO COM AS LINHAS
      * DE COMPETENCIA AINDA ABERTA.
