       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDOCUTIL.
      ******************************************************************
      *AUTHOR: CARLOS AMARAL
      *DATE: 15/10/2026
      *PURPOSE: SUBPROGRAMA DE CONSULTA AOS DOCUMENTOS DAS
      *         TRANSPORTADORAS (CARRDOCS, MANTIDO PELO PROGCOB156), NO
      *         MESMO DESENHO DO FILUTIL. A COTACAO DE FRETE (PROGCOB014
      *         E PROGCOB025) E O ROMANEIO (PROGCOB093) CHAMAM A FUNCAO
      *         'B' PARA DEIXAR DE FORA A TRANSPORTADORA COM RNTRC,
      *         SEGURO RCTR-C OU OUTRO DOCUMENTO OBRIGATORIO VENCIDO NA
      *         DATA DO EMBARQUE - SINISTRO DE CARGA EMBARCADA NESSA
      *         SITUACAO E NEGADO PELA SEGURADORA. O CADASTRO E LIDO
      *         NA PRIMEIRA CHAMADA E FICA EM MEMORIA. VER AS FUNCOES
      *         NA COPY CDOCUTIL-PARM.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARRIER-DOCS-FILE ASSIGN TO 'CARRDOCS'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-DOC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CARRIER-DOCS-FILE.
           COPY 'CARRDOC-REC.cob'.

       WORKING-STORAGE SECTION.
       77  WRK-DOC-STATUS      PIC X(02)       VALUE SPACES.
       77  WRK-DOC-EOF         PIC X(01)       VALUE 'N'.
           88  DOC-ACABOU                      VALUE 'S'.
       77  WRK-CARREGADO       PIC X(01)       VALUE 'N'.

      ******************************************************************
      * DOCUMENTOS OBRIGATORIOS EM MEMORIA (OS OPCIONAIS NAO BLOQUEIAM
      * E NEM ENTRAM NA TABELA).
      ******************************************************************
       77  WRK-DOC-QTD         PIC 9(03)       VALUE ZEROES.
       77  WRK-DOC-IDX         PIC 9(03)       VALUE ZEROES.
       01  WRK-TAB-DOCS.
           02  WRK-DOC-LINHA   OCCURS 500 TIMES.
               03  WRK-DOC-TRANSP      PIC 9(03).
               03  WRK-DOC-TIPO        PIC X(06).
               03  WRK-DOC-VALIDADE    PIC 9(08).

       LINKAGE SECTION.
           COPY 'CDOCUTIL-PARM.cob'.

       PROCEDURE DIVISION USING CU-PARM.

           IF WRK-CARREGADO = 'N'
               PERFORM 0100-CARREGA-DOCUMENTOS
           END-IF.

           MOVE 'N' TO CU-RETORNO.

           EVALUATE CU-FUNCAO
               WHEN 'B'
                   PERFORM 1000-BLOQUEIO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           GOBACK.

      ******************************************************************
      * 0100-CARREGA-DOCUMENTOS - LE O CARRDOCS PARA A TABELA, UMA VEZ
      * POR RODADA. VALIDADE ILEGIVEL CONTA COMO VENCIDA.
      ******************************************************************
       0100-CARREGA-DOCUMENTOS SECTION.
           MOVE 'S' TO WRK-CARREGADO.

           OPEN INPUT CARRIER-DOCS-FILE.
           IF WRK-DOC-STATUS NOT = '00'
               GO TO 0100-EXIT
           END-IF.

           PERFORM UNTIL DOC-ACABOU
               READ CARRIER-DOCS-FILE
                   AT END
                       MOVE 'S' TO WRK-DOC-EOF
                   NOT AT END
                       IF DOC-OBRIGATORIO AND WRK-DOC-QTD < 500
                           ADD 1 TO WRK-DOC-QTD
                           MOVE CD-TRANSP
                               TO WRK-DOC-TRANSP(WRK-DOC-QTD)
                           MOVE CD-TIPO
                               TO WRK-DOC-TIPO(WRK-DOC-QTD)
                           IF CD-VALIDADE NOT NUMERIC
                               MOVE ZEROES
                                   TO WRK-DOC-VALIDADE(WRK-DOC-QTD)
                           ELSE
                               MOVE CD-VALIDADE
                                   TO WRK-DOC-VALIDADE(WRK-DOC-QTD)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE CARRIER-DOCS-FILE.
       0100-EXIT.
           EXIT.

      ******************************************************************
      * 1000-BLOQUEIO - PRIMEIRO DOCUMENTO OBRIGATORIO DA
      * TRANSPORTADORA VENCIDO NA DATA CU-DATA (VALIDADE ANTERIOR A
      * ELA; NO PROPRIO DIA DA VALIDADE O DOCUMENTO AINDA VALE).
      ******************************************************************
       1000-BLOQUEIO SECTION.
           MOVE SPACES TO CU-TIPO.
           MOVE ZEROES TO CU-VALIDADE.

           PERFORM VARYING WRK-DOC-IDX FROM 1 BY 1
                   UNTIL WRK-DOC-IDX > WRK-DOC-QTD
                       OR CU-RETORNO = 'S'
               IF WRK-DOC-TRANSP(WRK-DOC-IDX) = CU-TRANSP
                   AND WRK-DOC-VALIDADE(WRK-DOC-IDX) < CU-DATA
                   MOVE 'S' TO CU-RETORNO
                   MOVE WRK-DOC-TIPO(WRK-DOC-IDX) TO CU-TIPO
                   MOVE WRK-DOC-VALIDADE(WRK-DOC-IDX) TO CU-VALIDADE
               END-IF
           END-PERFORM.

       END PROGRAM CDOCUTIL.
