       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB157.
      ******************************************************************
      *AUTHOR: CARLOS AMARAL
      *DATE: 15/10/2026
      *PURPOSE: RELATORIO SEMANAL DE VENCIMENTO DOS DOCUMENTOS DAS
      *         TRANSPORTADORAS (CARRDOCS, CADASTRADO NO PROGCOB156).
      *         LISTA NO CARRDOCRPT, POR TRANSPORTADORA, OS DOCUMENTOS
      *         JA VENCIDOS E OS QUE VENCEM NOS PROXIMOS 30 DIAS, COM
      *         OS DIAS QUE FALTAM, PARA O COMPRAS COBRAR A RENOVACAO
      *         ANTES QUE A TRANSPORTADORA SAIA DA COTACAO. DOCUMENTO
      *         OBRIGATORIO VENCIDO APARECE MARCADO COMO BLOQUEANDO.
      *         HAVENDO ALGO A RENOVAR DEVOLVE RETURN-CODE 4; CADASTRO
      *         AUSENTE DEVOLVE 8.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARRIER-DOCS-FILE ASSIGN TO 'CARRDOCS'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-DOC-STATUS.

           SELECT CARRIER-MASTER-FILE ASSIGN TO 'CARRIERMASTER'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-CARRIER-STATUS.

           SELECT DOCS-REPORT-FILE ASSIGN TO 'CARRDOCRPT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CARRIER-DOCS-FILE.
           COPY 'CARRDOC-REC.cob'.

       FD  CARRIER-MASTER-FILE.
       01  TR-REGISTRO.
           02  TR-CODIGO           PIC 9(03).
           02  TR-NOME             PIC X(30).

       FD  DOCS-REPORT-FILE.
       01  DR-LINHA                PIC X(100).

       WORKING-STORAGE SECTION.
           COPY 'DATEUTIL-PARM.cob'.

       77  WRK-DOC-STATUS      PIC X(02)       VALUE SPACES.
       77  WRK-DOC-EOF         PIC X(01)       VALUE 'N'.
           88  DOC-ACABOU                      VALUE 'S'.
       77  WRK-CARRIER-STATUS  PIC X(02)       VALUE SPACES.
       77  WRK-CARRIER-EOF     PIC X(01)       VALUE 'N'.
           88  CARRIER-ACABOU                  VALUE 'S'.
       77  WRK-REPORT-STATUS   PIC X(02)       VALUE SPACES.

       77  WRK-HOJE            PIC 9(08)       VALUE ZEROES.
       77  WRK-HOJE-CORRIDOS   PIC 9(08)       VALUE ZEROES.
       77  WRK-JANELA          PIC 9(03)       VALUE 30.
       77  WRK-DIAS            PIC S9(08)      VALUE ZEROES.
       77  WRK-DIAS-ED         PIC -ZZZZ9.
       77  WRK-SITUACAO        PIC X(20)       VALUE SPACES.
       77  WRK-TRANSP-NOME     PIC X(30)       VALUE SPACES.
       77  WRK-ULT-TRANSP      PIC 9(03)       VALUE ZEROES.

       77  WRK-QTDE-LIDOS      PIC 9(05)       VALUE ZEROES.
       77  WRK-QTDE-VENCIDOS   PIC 9(05)       VALUE ZEROES.
       77  WRK-QTDE-BLOQUEIO   PIC 9(05)       VALUE ZEROES.
       77  WRK-QTDE-A-VENCER   PIC 9(05)       VALUE ZEROES.

      ******************************************************************
      * DOCUMENTOS A LISTAR (VENCIDOS OU VENCENDO NA JANELA), EM ORDEM
      * DE TRANSPORTADORA E VALIDADE.
      ******************************************************************
       77  WRK-LST-QTD         PIC 9(03)       VALUE ZEROES.
       77  WRK-LST-IDX         PIC 9(03)       VALUE ZEROES.
       77  WRK-LST-AUX         PIC 9(03)       VALUE ZEROES.
       01  WRK-TAB-LISTA.
           02  WRK-LST-LINHA   OCCURS 500 TIMES.
               03  WRK-LST-TRANSP      PIC 9(03).
               03  WRK-LST-TIPO        PIC X(06).
               03  WRK-LST-NUMERO      PIC X(20).
               03  WRK-LST-VALIDADE    PIC 9(08).
               03  WRK-LST-OBRIG       PIC X(01).
               03  WRK-LST-DIAS        PIC S9(08).
       01  WRK-LST-TROCA.
           02  FILLER              PIC X(38).
           02  FILLER              PIC S9(08).

      ******************************************************************
      * NOMES DAS TRANSPORTADORAS (CARRIERMASTER).
      ******************************************************************
       77  WRK-TRP-QTD         PIC 9(03)       VALUE ZEROES.
       77  WRK-TRP-IDX         PIC 9(03)       VALUE ZEROES.
       01  WRK-TAB-TRANSP.
           02  WRK-TRP-LINHA   OCCURS 100 TIMES.
               03  WRK-TRP-CODIGO      PIC 9(03).
               03  WRK-TRP-NOME        PIC X(30).

       PROCEDURE DIVISION.

           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           MOVE 'S'      TO DU-FUNCAO.
           MOVE WRK-HOJE TO DU-DATA.
           CALL 'DATEUTIL' USING DU-PARM.
           MOVE DU-DIAS-CORRIDOS TO WRK-HOJE-CORRIDOS.

           OPEN INPUT CARRIER-DOCS-FILE.
           IF WRK-DOC-STATUS NOT = '00'
               DISPLAY 'CARRDOCS NAO ENCONTRADO - RELATORIO NAO GERADO'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 0100-CARREGA-TRANSPORTADORAS.
           PERFORM 0200-SELECIONA-DOCUMENTOS.
           CLOSE CARRIER-DOCS-FILE.
           PERFORM 0300-ORDENA-LISTA.

           OPEN OUTPUT DOCS-REPORT-FILE.
           PERFORM 0400-CABECALHO.
           PERFORM VARYING WRK-LST-IDX FROM 1 BY 1
                   UNTIL WRK-LST-IDX > WRK-LST-QTD
               PERFORM 0500-IMPRIME-DOCUMENTO
           END-PERFORM.
           PERFORM 0800-TOTAIS.
           CLOSE DOCS-REPORT-FILE.

           DISPLAY 'DOCUMENTOS DE TRANSPORTADORAS: ' WRK-QTDE-VENCIDOS
                   ' VENCIDOS (' WRK-QTDE-BLOQUEIO ' BLOQUEANDO), '
                   WRK-QTDE-A-VENCER ' VENCEM EM ' WRK-JANELA ' DIAS'.
           IF WRK-LST-QTD > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

           STOP RUN.

      ******************************************************************
      * 0100-CARREGA-TRANSPORTADORAS - NOMES PARA O RELATORIO.
      ******************************************************************
       0100-CARREGA-TRANSPORTADORAS SECTION.
           OPEN INPUT CARRIER-MASTER-FILE.
           IF WRK-CARRIER-STATUS NOT = '00'
               GO TO 0100-EXIT
           END-IF.

           PERFORM UNTIL CARRIER-ACABOU
               READ CARRIER-MASTER-FILE
                   AT END
                       MOVE 'S' TO WRK-CARRIER-EOF
                   NOT AT END
                       IF WRK-TRP-QTD < 100
                           ADD 1 TO WRK-TRP-QTD
                           MOVE TR-CODIGO
                               TO WRK-TRP-CODIGO(WRK-TRP-QTD)
                           MOVE TR-NOME
                               TO WRK-TRP-NOME(WRK-TRP-QTD)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE CARRIER-MASTER-FILE.
       0100-EXIT.
           EXIT.

      ******************************************************************
      * 0200-SELECIONA-DOCUMENTOS - GUARDA OS DOCUMENTOS COM VALIDADE
      * ATE HOJE + JANELA. VALIDADE ILEGIVEL ENTRA COMO VENCIDA.
      ******************************************************************
       0200-SELECIONA-DOCUMENTOS SECTION.
           PERFORM UNTIL DOC-ACABOU
               READ CARRIER-DOCS-FILE
                   AT END
                       MOVE 'S' TO WRK-DOC-EOF
                   NOT AT END
                       ADD 1 TO WRK-QTDE-LIDOS
                       PERFORM 0250-AVALIA-DOCUMENTO
               END-READ
           END-PERFORM.

      ******************************************************************
      * 0250-AVALIA-DOCUMENTO - DIAS ATE A VALIDADE (NEGATIVO = JA
      * VENCIDO; ZERO = VENCE HOJE, AINDA VALE).
      ******************************************************************
       0250-AVALIA-DOCUMENTO SECTION.
           MOVE 'V'         TO DU-FUNCAO.
           MOVE CD-VALIDADE TO DU-DATA.
           IF CD-VALIDADE NOT NUMERIC
               MOVE 'N' TO DU-RETORNO
           ELSE
               CALL 'DATEUTIL' USING DU-PARM
           END-IF.
           IF DU-RETORNO NOT = 'S'
               MOVE -99999 TO WRK-DIAS
           ELSE
               MOVE 'S' TO DU-FUNCAO
               CALL 'DATEUTIL' USING DU-PARM
               COMPUTE WRK-DIAS = DU-DIAS-CORRIDOS - WRK-HOJE-CORRIDOS
           END-IF.

           IF WRK-DIAS > WRK-JANELA
               GO TO 0250-EXIT
           END-IF.
           IF WRK-LST-QTD >= 500
               GO TO 0250-EXIT
           END-IF.

           ADD 1 TO WRK-LST-QTD.
           MOVE CD-TRANSP      TO WRK-LST-TRANSP(WRK-LST-QTD).
           MOVE CD-TIPO        TO WRK-LST-TIPO(WRK-LST-QTD).
           MOVE CD-NUMERO      TO WRK-LST-NUMERO(WRK-LST-QTD).
           IF CD-VALIDADE NUMERIC
               MOVE CD-VALIDADE TO WRK-LST-VALIDADE(WRK-LST-QTD)
           ELSE
               MOVE ZEROES TO WRK-LST-VALIDADE(WRK-LST-QTD)
           END-IF.
           MOVE CD-OBRIGATORIO TO WRK-LST-OBRIG(WRK-LST-QTD).
           MOVE WRK-DIAS       TO WRK-LST-DIAS(WRK-LST-QTD).

           IF WRK-DIAS < 0
               ADD 1 TO WRK-QTDE-VENCIDOS
               IF DOC-OBRIGATORIO
                   ADD 1 TO WRK-QTDE-BLOQUEIO
               END-IF
           ELSE
               ADD 1 TO WRK-QTDE-A-VENCER
           END-IF.
       0250-EXIT.
           EXIT.

      ******************************************************************
      * 0300-ORDENA-LISTA - TRANSPORTADORA E, DENTRO DELA, VALIDADE
      * (ORDENACAO SIMPLES EM MEMORIA).
      ******************************************************************
       0300-ORDENA-LISTA SECTION.
           PERFORM VARYING WRK-LST-IDX FROM 1 BY 1
                   UNTIL WRK-LST-IDX >= WRK-LST-QTD
               PERFORM VARYING WRK-LST-AUX FROM WRK-LST-IDX BY 1
                       UNTIL WRK-LST-AUX > WRK-LST-QTD
                   IF WRK-LST-TRANSP(WRK-LST-AUX)
                           < WRK-LST-TRANSP(WRK-LST-IDX)
                       OR (WRK-LST-TRANSP(WRK-LST-AUX)
                               = WRK-LST-TRANSP(WRK-LST-IDX)
                           AND WRK-LST-DIAS(WRK-LST-AUX)
                               < WRK-LST-DIAS(WRK-LST-IDX))
                       MOVE WRK-LST-LINHA(WRK-LST-IDX)
                           TO WRK-LST-TROCA
                       MOVE WRK-LST-LINHA(WRK-LST-AUX)
                           TO WRK-LST-LINHA(WRK-LST-IDX)
                       MOVE WRK-LST-TROCA
                           TO WRK-LST-LINHA(WRK-LST-AUX)
                   END-IF
               END-PERFORM
           END-PERFORM.

      ******************************************************************
      * 0400-CABECALHO - TITULO E COLUNAS.
      ******************************************************************
       0400-CABECALHO SECTION.
           MOVE SPACES TO DR-LINHA.
           STRING 'VENCIMENTO DE DOCUMENTOS DE TRANSPORTADORAS - '
                  'POSICAO EM ' WRK-HOJE ' - PROXIMOS ' WRK-JANELA
                  ' DIAS'
               DELIMITED BY SIZE INTO DR-LINHA
           END-STRING.
           WRITE DR-LINHA.
           MOVE ALL '-' TO DR-LINHA.
           WRITE DR-LINHA.
           MOVE SPACES TO DR-LINHA.
           STRING '  TIPO   NUMERO               VALIDADE   DIAS  '
                  'SITUACAO'
               DELIMITED BY SIZE INTO DR-LINHA
           END-STRING.
           WRITE DR-LINHA.

           IF WRK-LST-QTD = 0
               MOVE SPACES TO DR-LINHA
               WRITE DR-LINHA FROM
                   'NENHUM DOCUMENTO VENCIDO OU A VENCER NO PERIODO'
           END-IF.

      ******************************************************************
      * 0500-IMPRIME-DOCUMENTO - QUEBRA POR TRANSPORTADORA E LINHA DO
      * DOCUMENTO.
      ******************************************************************
       0500-IMPRIME-DOCUMENTO SECTION.
           IF WRK-LST-IDX = 1
               OR WRK-LST-TRANSP(WRK-LST-IDX) NOT = WRK-ULT-TRANSP
               MOVE WRK-LST-TRANSP(WRK-LST-IDX) TO WRK-ULT-TRANSP
               PERFORM 0550-NOME-TRANSP
               MOVE SPACES TO DR-LINHA
               WRITE DR-LINHA
               STRING 'TRANSPORTADORA ' WRK-ULT-TRANSP ' '
                      WRK-TRANSP-NOME
                   DELIMITED BY SIZE INTO DR-LINHA
               END-STRING
               WRITE DR-LINHA
           END-IF.

           IF WRK-LST-DIAS(WRK-LST-IDX) < 0
               IF WRK-LST-OBRIG(WRK-LST-IDX) = 'S'
                   MOVE 'VENCIDO - BLOQUEANDO' TO WRK-SITUACAO
               ELSE
                   MOVE 'VENCIDO'  TO WRK-SITUACAO
               END-IF
           ELSE
               MOVE 'A VENCER' TO WRK-SITUACAO
           END-IF.
           MOVE WRK-LST-DIAS(WRK-LST-IDX) TO WRK-DIAS-ED.

           MOVE SPACES TO DR-LINHA.
           STRING '  ' WRK-LST-TIPO(WRK-LST-IDX) ' '
                  WRK-LST-NUMERO(WRK-LST-IDX) ' '
                  WRK-LST-VALIDADE(WRK-LST-IDX) ' ' WRK-DIAS-ED ' '
                  WRK-SITUACAO
               DELIMITED BY SIZE INTO DR-LINHA
           END-STRING.
           WRITE DR-LINHA.

      ******************************************************************
      * 0550-NOME-TRANSP - NOME DA TRANSPORTADORA WRK-ULT-TRANSP.
      ******************************************************************
       0550-NOME-TRANSP SECTION.
           MOVE '(NAO CADASTRADA)' TO WRK-TRANSP-NOME.
           PERFORM VARYING WRK-TRP-IDX FROM 1 BY 1
                   UNTIL WRK-TRP-IDX > WRK-TRP-QTD
               IF WRK-TRP-CODIGO(WRK-TRP-IDX) = WRK-ULT-TRANSP
                   MOVE WRK-TRP-NOME(WRK-TRP-IDX) TO WRK-TRANSP-NOME
               END-IF
           END-PERFORM.

      ******************************************************************
      * 0800-TOTAIS - RESUMO NO FIM DO RELATORIO.
      ******************************************************************
       0800-TOTAIS SECTION.
           MOVE SPACES TO DR-LINHA.
           WRITE DR-LINHA.
           MOVE ALL '-' TO DR-LINHA.
           WRITE DR-LINHA.
           MOVE SPACES TO DR-LINHA.
           STRING 'DOCUMENTOS CADASTRADOS: ' WRK-QTDE-LIDOS
               DELIMITED BY SIZE INTO DR-LINHA
           END-STRING.
           WRITE DR-LINHA.
           MOVE SPACES TO DR-LINHA.
           STRING 'JA VENCIDOS: ' WRK-QTDE-VENCIDOS
                  ' (OBRIGATORIOS, BLOQUEANDO COTACAO: '
                  WRK-QTDE-BLOQUEIO ')'
               DELIMITED BY SIZE INTO DR-LINHA
           END-STRING.
           WRITE DR-LINHA.
           MOVE SPACES TO DR-LINHA.
           STRING 'VENCEM EM ATE ' WRK-JANELA ' DIAS: '
                  WRK-QTDE-A-VENCER
               DELIMITED BY SIZE INTO DR-LINHA
           END-STRING.
           WRITE DR-LINHA.

       END PROGRAM PROGCOB157.
