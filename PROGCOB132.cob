       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB132.
      ******************************************************************
      *AUTHOR: CARLOS AMARAL
      *DATE: 15/10/2026
      *PURPOSE: RELATORIO DIARIO DO REGISTRO DE NOTAS FISCAIS. PARA
      *         CADA SERIE DE CADA FILIAL (NFSERIES), LISTA AS NOTAS
      *         EMITIDAS NA DATA DA RODADA E OS CANCELAMENTOS E
      *         INUTILIZACOES FEITOS NA DATA (NFREGISTER), E CONFERE A
      *         NUMERACAO DA SERIE INTEIRA, DO NUMERO 1 ATE O ULTIMO
      *         USADO: TODO NUMERO SEM REGISTRO (NEM NOTA, NEM
      *         INUTILIZACAO) SAI COMO LACUNA NAO EXPLICADA, PARA SER
      *         INUTILIZADO PELO PROGCOB131 OU INVESTIGADO. O
      *         RELATORIO SAI NO ARQUIVO NFERPT E OS CONTADORES DA
      *         RODADA VAO PARA O EODSTATS.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NF-SERIES-FILE ASSIGN TO 'NFSERIES'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NS-CHAVE
               FILE STATUS IS WRK-SERIE-STATUS.

           SELECT NF-REGISTER-FILE ASSIGN TO 'NFREGISTER'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NR-CHAVE
               FILE STATUS IS WRK-NOTA-STATUS.

           SELECT NF-REPORT-FILE ASSIGN TO 'NFERPT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-REPORT-STATUS.

           SELECT EOD-STATS-FILE ASSIGN TO 'EODSTATS'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-STATS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NF-SERIES-FILE.
           COPY 'NFSERIES-REC.cob'.

       FD  NF-REGISTER-FILE.
           COPY 'NFREGISTER-REC.cob'.

       FD  NF-REPORT-FILE.
       01  RN-LINHA                PIC X(120).

       FD  EOD-STATS-FILE.
       01  ES-LINHA                PIC X(80).

       WORKING-STORAGE SECTION.
           COPY 'FILUTIL-PARM.cob'.

       77  WRK-SERIE-STATUS    PIC X(02)       VALUE SPACES.
       77  WRK-SERIE-EOF       PIC X(01)       VALUE 'N'.
           88  SERIE-ACABOU                    VALUE 'S'.
       77  WRK-NOTA-STATUS     PIC X(02)       VALUE SPACES.
       77  WRK-NOTA-EOF        PIC X(01)       VALUE 'N'.
           88  NOTA-ACABOU                     VALUE 'S'.
       77  WRK-REPORT-STATUS   PIC X(02)       VALUE SPACES.
       77  WRK-STATS-STATUS    PIC X(02)       VALUE SPACES.

       77  WRK-HOJE            PIC 9(08)       VALUE ZEROES.
       77  WRK-ESPERADO        PIC 9(09)       VALUE ZEROES.
       77  WRK-LACUNA-ATE      PIC 9(09)       VALUE ZEROES.
       77  WRK-FILIAL-ANTERIOR PIC 9(02)       VALUE ZEROES.
       77  WRK-SITUACAO-DESC   PIC X(11)       VALUE SPACES.
       77  WRK-VALOR-ED        PIC ZZ.ZZZ.ZZ9,99.

      ******************************************************************
      * CONTADORES POR SERIE E DA RODADA.
      ******************************************************************
       77  WRK-SER-EMITIDAS    PIC 9(07)       VALUE ZEROES.
       77  WRK-SER-CANCELADAS  PIC 9(07)       VALUE ZEROES.
       77  WRK-SER-INUTILIZ    PIC 9(07)       VALUE ZEROES.
       77  WRK-SER-LACUNAS     PIC 9(09)       VALUE ZEROES.
       77  WRK-QTDE-EMITIDAS   PIC 9(07)       VALUE ZEROES.
       77  WRK-QTDE-CANCELADAS PIC 9(07)       VALUE ZEROES.
       77  WRK-QTDE-INUTILIZ   PIC 9(07)       VALUE ZEROES.
       77  WRK-QTDE-LACUNAS    PIC 9(09)       VALUE ZEROES.

      ******************************************************************
      * SERIES DO NFSERIES EM MEMORIA, NA ORDEM DA CHAVE (FILIAL +
      * SERIE), PARA PERCORRER O NFREGISTER UMA SERIE POR VEZ.
      ******************************************************************
       77  WRK-SER-QTD         PIC 9(03)       VALUE ZEROES.
       77  WRK-SER-IDX         PIC 9(03)       VALUE ZEROES.
       01  WRK-TAB-SERIES.
           02  WRK-SER-LINHA   OCCURS 300 TIMES.
               03  WRK-SER-FILIAL      PIC 9(02).
               03  WRK-SER-SERIE       PIC 9(03).
               03  WRK-SER-ULTIMO      PIC 9(09).
               03  WRK-SER-ATIVA       PIC X(01).

       PROCEDURE DIVISION.

           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.

           PERFORM 0100-CARREGA-SERIES.

           OPEN OUTPUT NF-REPORT-FILE.
           MOVE SPACES TO RN-LINHA.
           STRING 'REGISTRO DE NOTAS FISCAIS EM ' WRK-HOJE
                  ' - EMISSOES, CANCELAMENTOS, INUTILIZACOES E '
                  'LACUNAS'
               DELIMITED BY SIZE INTO RN-LINHA
           END-STRING
           WRITE RN-LINHA.
           MOVE SPACES TO RN-LINHA.
           WRITE RN-LINHA FROM '-------------------------------------'.

           OPEN INPUT NF-REGISTER-FILE.
           IF WRK-NOTA-STATUS NOT = '00'
               MOVE SPACES TO RN-LINHA
               WRITE RN-LINHA FROM 'NFREGISTER INDISPONIVEL'
           ELSE
               PERFORM VARYING WRK-SER-IDX FROM 1 BY 1
                       UNTIL WRK-SER-IDX > WRK-SER-QTD
                   IF WRK-SER-IDX = 1 OR
                       WRK-SER-FILIAL(WRK-SER-IDX) NOT =
                       WRK-FILIAL-ANTERIOR
                       PERFORM 0250-CABECALHO-FILIAL
                   END-IF
                   PERFORM 0300-CONFERE-SERIE
               END-PERFORM
               CLOSE NF-REGISTER-FILE
           END-IF.

           MOVE SPACES TO RN-LINHA.
           WRITE RN-LINHA FROM '-------------------------------------'.
           MOVE SPACES TO RN-LINHA.
           STRING 'EMITIDAS: ' WRK-QTDE-EMITIDAS
                  ' CANCELADAS: ' WRK-QTDE-CANCELADAS
                  ' INUTILIZADAS: ' WRK-QTDE-INUTILIZ
                  ' NUMEROS EM LACUNA: ' WRK-QTDE-LACUNAS
               DELIMITED BY SIZE INTO RN-LINHA
           END-STRING
           WRITE RN-LINHA.

           CLOSE NF-REPORT-FILE.

           PERFORM 0800-GRAVA-ESTATISTICAS.

           DISPLAY 'NOTAS EMITIDAS: ' WRK-QTDE-EMITIDAS
                   ' CANCELADAS: ' WRK-QTDE-CANCELADAS
                   ' LACUNAS: ' WRK-QTDE-LACUNAS.

           GOBACK.

      ******************************************************************
      * 0100-CARREGA-SERIES - LE O NFSERIES INTEIRO PARA A TABELA.
      ******************************************************************
       0100-CARREGA-SERIES SECTION.
           MOVE 0 TO WRK-SER-QTD.

           OPEN INPUT NF-SERIES-FILE.
           IF WRK-SERIE-STATUS NOT = '00'
               DISPLAY 'NFSERIES INDISPONIVEL - NENHUMA SERIE'
               GO TO 0100-EXIT
           END-IF.

           MOVE 'N' TO WRK-SERIE-EOF.
           PERFORM UNTIL SERIE-ACABOU
               READ NF-SERIES-FILE NEXT
                   AT END
                       MOVE 'S' TO WRK-SERIE-EOF
                   NOT AT END
                       IF WRK-SER-QTD < 300
                           ADD 1 TO WRK-SER-QTD
                           MOVE NS-FILIAL
                               TO WRK-SER-FILIAL(WRK-SER-QTD)
                           MOVE NS-SERIE
                               TO WRK-SER-SERIE(WRK-SER-QTD)
                           MOVE NS-ULTIMO
                               TO WRK-SER-ULTIMO(WRK-SER-QTD)
                           MOVE NS-ATIVA
                               TO WRK-SER-ATIVA(WRK-SER-QTD)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE NF-SERIES-FILE.
       0100-EXIT.
           EXIT.

      ******************************************************************
      * 0250-CABECALHO-FILIAL - ABRE O GRUPO DA FILIAL COM O NOME DO
      * CADASTRO DE FILIAIS.
      ******************************************************************
       0250-CABECALHO-FILIAL SECTION.
           MOVE WRK-SER-FILIAL(WRK-SER-IDX) TO WRK-FILIAL-ANTERIOR.

           MOVE 'N' TO FU-FUNCAO.
           MOVE WRK-FILIAL-ANTERIOR TO FU-FILIAL.
           CALL 'FILUTIL' USING FU-PARM.

           MOVE SPACES TO RN-LINHA.
           WRITE RN-LINHA.
           MOVE SPACES TO RN-LINHA.
           STRING 'FILIAL ' WRK-FILIAL-ANTERIOR ' ' FU-NOME
                  ' UF ' FU-UF
               DELIMITED BY SIZE INTO RN-LINHA
           END-STRING
           WRITE RN-LINHA.

      ******************************************************************
      * 0300-CONFERE-SERIE - PERCORRE OS NUMEROS DA SERIE EM ORDEM.
      * CADA NUMERO ESPERADO QUE NAO APARECE NO REGISTRO ABRE UMA
      * LACUNA; A FAIXA ENTRE O ULTIMO REGISTRO E O ULTIMO NUMERO DA
      * SERIE TAMBEM.
      ******************************************************************
       0300-CONFERE-SERIE SECTION.
           MOVE 0 TO WRK-SER-EMITIDAS.
           MOVE 0 TO WRK-SER-CANCELADAS.
           MOVE 0 TO WRK-SER-INUTILIZ.
           MOVE 0 TO WRK-SER-LACUNAS.

           MOVE SPACES TO RN-LINHA.
           STRING '  SERIE ' WRK-SER-SERIE(WRK-SER-IDX)
                  ' ULTIMO NUMERO ' WRK-SER-ULTIMO(WRK-SER-IDX)
                  ' ATIVA ' WRK-SER-ATIVA(WRK-SER-IDX)
               DELIMITED BY SIZE INTO RN-LINHA
           END-STRING
           WRITE RN-LINHA.

           MOVE 1 TO WRK-ESPERADO.
           MOVE 'N' TO WRK-NOTA-EOF.
           MOVE WRK-SER-FILIAL(WRK-SER-IDX) TO NR-FILIAL.
           MOVE WRK-SER-SERIE(WRK-SER-IDX)  TO NR-SERIE.
           MOVE 0 TO NR-NUMERO.
           START NF-REGISTER-FILE KEY IS NOT LESS THAN NR-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-NOTA-EOF
           END-START.

           PERFORM UNTIL NOTA-ACABOU
               READ NF-REGISTER-FILE NEXT
                   AT END
                       MOVE 'S' TO WRK-NOTA-EOF
                   NOT AT END
                       IF NR-FILIAL NOT = WRK-SER-FILIAL(WRK-SER-IDX)
                           OR NR-SERIE NOT =
                              WRK-SER-SERIE(WRK-SER-IDX)
                           MOVE 'S' TO WRK-NOTA-EOF
                       ELSE
                           PERFORM 0350-AVALIA-NOTA
                       END-IF
               END-READ
           END-PERFORM.

           IF WRK-ESPERADO NOT > WRK-SER-ULTIMO(WRK-SER-IDX)
               MOVE WRK-SER-ULTIMO(WRK-SER-IDX) TO WRK-LACUNA-ATE
               PERFORM 0400-IMPRIME-LACUNA
           END-IF.

           MOVE SPACES TO RN-LINHA.
           STRING '  TOTAL DA SERIE - EMITIDAS: ' WRK-SER-EMITIDAS
                  ' CANCELADAS: ' WRK-SER-CANCELADAS
                  ' INUTILIZADAS: ' WRK-SER-INUTILIZ
                  ' EM LACUNA: ' WRK-SER-LACUNAS
               DELIMITED BY SIZE INTO RN-LINHA
           END-STRING
           WRITE RN-LINHA.

           ADD WRK-SER-EMITIDAS   TO WRK-QTDE-EMITIDAS.
           ADD WRK-SER-CANCELADAS TO WRK-QTDE-CANCELADAS.
           ADD WRK-SER-INUTILIZ   TO WRK-QTDE-INUTILIZ.
           ADD WRK-SER-LACUNAS    TO WRK-QTDE-LACUNAS.

      ******************************************************************
      * 0350-AVALIA-NOTA - FECHA A LACUNA ANTERIOR AO NUMERO LIDO E
      * IMPRIME O NUMERO QUANDO HOUVE MOVIMENTO NA DATA: EMISSAO HOJE
      * (MESMO QUE JA CANCELADA), CANCELAMENTO OU INUTILIZACAO HOJE.
      ******************************************************************
       0350-AVALIA-NOTA SECTION.
           IF NR-NUMERO > WRK-ESPERADO
               COMPUTE WRK-LACUNA-ATE = NR-NUMERO - 1
               PERFORM 0400-IMPRIME-LACUNA
           END-IF.
           COMPUTE WRK-ESPERADO = NR-NUMERO + 1.

           IF NR-DATA-EMISSAO = WRK-HOJE AND NOT NF-INUTILIZADA
               ADD 1 TO WRK-SER-EMITIDAS
               MOVE 'EMITIDA' TO WRK-SITUACAO-DESC
               PERFORM 0450-IMPRIME-NOTA
           END-IF.

           IF NR-DATA-EVENTO = WRK-HOJE AND NF-CANCELADA
               ADD 1 TO WRK-SER-CANCELADAS
               MOVE 'CANCELADA' TO WRK-SITUACAO-DESC
               PERFORM 0450-IMPRIME-NOTA
           END-IF.

           IF NR-DATA-EVENTO = WRK-HOJE AND NF-INUTILIZADA
               ADD 1 TO WRK-SER-INUTILIZ
               MOVE 'INUTILIZADA' TO WRK-SITUACAO-DESC
               PERFORM 0450-IMPRIME-NOTA
           END-IF.

      ******************************************************************
      * 0400-IMPRIME-LACUNA - FAIXA DE WRK-ESPERADO ATE WRK-LACUNA-ATE
      * SEM REGISTRO NENHUM.
      ******************************************************************
       0400-IMPRIME-LACUNA SECTION.
           COMPUTE WRK-SER-LACUNAS = WRK-SER-LACUNAS
               + WRK-LACUNA-ATE - WRK-ESPERADO + 1.

           MOVE SPACES TO RN-LINHA.
           STRING '    *** LACUNA NAO EXPLICADA: NUMEROS '
                  WRK-ESPERADO ' A ' WRK-LACUNA-ATE
               DELIMITED BY SIZE INTO RN-LINHA
           END-STRING
           WRITE RN-LINHA.

      ******************************************************************
      * 0450-IMPRIME-NOTA - UMA LINHA POR NOTA COM MOVIMENTO NA DATA.
      ******************************************************************
       0450-IMPRIME-NOTA SECTION.
           MOVE NR-VALOR TO WRK-VALOR-ED.
           MOVE SPACES TO RN-LINHA.
           IF WRK-SITUACAO-DESC = 'EMITIDA'
               STRING '    ' NR-NUMERO ' ' WRK-SITUACAO-DESC
                      ' PEDIDO ' NR-PEDIDO
                      ' CLIENTE ' NR-CLIENTE
                      ' VALOR ' WRK-VALOR-ED
                   DELIMITED BY SIZE INTO RN-LINHA
               END-STRING
           ELSE
               STRING '    ' NR-NUMERO ' ' WRK-SITUACAO-DESC
                      ' POR ' NR-OPER-EVENTO
                      ' MOTIVO ' NR-MOTIVO
                   DELIMITED BY SIZE INTO RN-LINHA
               END-STRING
           END-IF.
           WRITE RN-LINHA.

      ******************************************************************
      * 0800-GRAVA-ESTATISTICAS - CONTADORES DA RODADA NO EODSTATS,
      * PARA O RELATORIO CONSOLIDADO DO PROGCOB026.
      ******************************************************************
       0800-GRAVA-ESTATISTICAS SECTION.
           OPEN EXTEND EOD-STATS-FILE.
           IF WRK-STATS-STATUS NOT = '00'
               OPEN OUTPUT EOD-STATS-FILE
           END-IF.

           MOVE SPACES TO ES-LINHA.
           STRING WRK-HOJE ';PROGCOB132'
                  ';EMIT=' WRK-QTDE-EMITIDAS
                  ';CANC=' WRK-QTDE-CANCELADAS
                  ';INUT=' WRK-QTDE-INUTILIZ
                  ';LACUNAS=' WRK-QTDE-LACUNAS
               DELIMITED BY SIZE INTO ES-LINHA
           END-STRING
           WRITE ES-LINHA.

           CLOSE EOD-STATS-FILE.

       END PROGRAM PROGCOB132.
