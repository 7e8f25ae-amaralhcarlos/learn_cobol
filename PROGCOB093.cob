      *         NEGOCIADO) VALE MINIMO ZERO: A TARIFA E LINEAR E A
      *         CONSOLIDACAO NAO ECONOMIZA NADA, E E ISSO QUE O
      *         RELATORIO MOSTRA.
      *MODIFICATION HISTORY:
      * 15/10/2026 - GRUPO DE TRANSPORTADORA COM DOCUMENTO OBRIGATORIO
      *              VENCIDO (CDOCUTIL) NAO GERA ROMANEIO.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77  WRK-ECONOMIA-ED     PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.
       77  WRK-TOT-ECONOMIA    PIC S9(09)V99   VALUE ZEROES.

      ******************************************************************
      * GRUPOS DE TRANSPORTADORA COM DOCUMENTO OBRIGATORIO VENCIDO NA
      * DATA DO ROMANEIO (CDOCUTIL) NAO GERAM ROMANEIO.
      ******************************************************************
       77  WRK-QTDE-GERADOS    PIC 9(03)       VALUE ZEROES.
       77  WRK-QTDE-BLOQUEADOS PIC 9(03)       VALUE ZEROES.
           COPY 'CDOCUTIL-PARM.cob'.

       PROCEDURE DIVISION.

           DISPLAY 'DATA DOS EMBARQUES A CONSOLIDAR (YYYYMMDD): '.
           PERFORM 0400-GERA-MANIFESTOS.
           PERFORM 0600-GRAVA-SEQUENCIA.

           DISPLAY 'ROMANEIOS GERADOS: ' WRK-QTDE-GERADOS.
           IF WRK-QTDE-BLOQUEADOS > 0
               DISPLAY 'GRUPOS BLOQUEADOS POR DOCUMENTO VENCIDO: '
                       WRK-QTDE-BLOQUEADOS ' - VER O MANIFESTRPT'
           END-IF.

           STOP RUN.


           PERFORM VARYING WRK-GRP-IDX FROM 1 BY 1
                   UNTIL WRK-GRP-IDX > WRK-GRP-QTD
               PERFORM 0420-CONFERE-DOCUMENTOS
               IF CU-RETORNO = 'S'
                   PERFORM 0430-GRUPO-BLOQUEADO
               ELSE
                   PERFORM 0450-GERA-UM-MANIFESTO
               END-IF
           END-PERFORM.

           MOVE SPACES TO MR-LINHA.
           CLOSE MANIFEST-REPORT-FILE.
           CLOSE MANIFESTS-FILE.

      ******************************************************************
      * 0420-CONFERE-DOCUMENTOS - A TRANSPORTADORA DO GRUPO PRECISA
      * ESTAR COM OS DOCUMENTOS OBRIGATORIOS (RNTRC, SEGURO RCTR-C...)
      * EM DIA NA DATA DO ROMANEIO (CDOCUTIL).
      ******************************************************************
       0420-CONFERE-DOCUMENTOS SECTION.
           MOVE 'B' TO CU-FUNCAO.
           MOVE WRK-GRP-TRANSP(WRK-GRP-IDX) TO CU-TRANSP.
           MOVE WRK-DATA-DIA TO CU-DATA.
           CALL 'CDOCUTIL' USING CU-PARM.

      ******************************************************************
      * 0430-GRUPO-BLOQUEADO - GRUPO DE TRANSPORTADORA COM DOCUMENTO
      * VENCIDO NAO GANHA ROMANEIO: SAI NO RELATORIO PARA OS PEDIDOS
      * SEREM RECOTADOS EM OUTRA TRANSPORTADORA.
      ******************************************************************
       0430-GRUPO-BLOQUEADO SECTION.
           ADD 1 TO WRK-QTDE-BLOQUEADOS.
           MOVE SPACES TO MR-LINHA.
           STRING '*** BLOQUEADO UF ' WRK-GRP-ESTADO(WRK-GRP-IDX)
                  ' TRANSP ' WRK-GRP-TRANSP(WRK-GRP-IDX)
                  ' PEDIDOS ' WRK-GRP-PEDIDOS(WRK-GRP-IDX)
                  ' - ' CU-TIPO ' VENCIDO EM ' CU-VALIDADE
                  ' - RECOTAR EM OUTRA TRANSPORTADORA'
               DELIMITED BY SIZE INTO MR-LINHA
           END-STRING.
           WRITE MR-LINHA.

      ******************************************************************
      * 0450-GERA-UM-MANIFESTO - NUMERA O ROMANEIO, PRECIFICA O GRUPO
      * NO PESO CONSOLIDADO (FRETE DO GRUPO SUJEITO UMA UNICA VEZ AO
      ******************************************************************
       0450-GERA-UM-MANIFESTO SECTION.
           ADD 1 TO WRK-ULTIMO-NUM.
           ADD 1 TO WRK-QTDE-GERADOS.

           MOVE WRK-GRP-TRANSP(WRK-GRP-IDX) TO WRK-BUSCA-TRANSP.
           PERFORM 0300-BUSCA-MINIMO.
