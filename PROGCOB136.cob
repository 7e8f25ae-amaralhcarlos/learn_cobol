       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB136.
      ******************************************************************
      *AUTHOR: CARLOS AMARAL
      *DATE: 15/10/2026
      *PURPOSE: REVISAO MENSAL DE CREDITO POR CLIENTE. O LIMITE
      *         (CM-LIMITE) E A SITUACAO (CM-CREDITO) ERAM DEFINIDOS
      *         UMA VEZ NO PROGCOB032 E NUNCA REVISTOS. AQUI O
      *         ARITEMS E VARRIDO E, PARA CADA CLIENTE COM TITULOS,
      *         SAEM NOS ULTIMOS DOZE MESES (365 DIAS ATE HOJE):
      *         - TITULOS AVALIADOS: PAGOS NA JANELA E EM ABERTO COM
      *           VENCIMENTO NA JANELA;
      *         - PERCENTUAL PAGO COM ATRASO (PAGTO APOS O VENCIMENTO,
      *           OU EM ABERTO JA VENCIDO);
      *         - MEDIA DE DIAS DE ATRASO POR TITULO AVALIADO (TITULO
      *           EM DIA CONTA ZERO; EM ABERTO CONTA ATE HOJE);
      *         - EXPOSICAO ATUAL (TITULOS EM ABERTO) CONTRA O LIMITE;
      *         - DSO = EXPOSICAO / VENDAS A PRAZO DA JANELA (TITULOS
      *           EMITIDOS NELA) X 365.
      *         A RECOMENDACAO SEGUE AS REGRAS DAS CONSTANTES DESCRITAS
      *         ABAIXO (BLOQUEAR, REDUZIR, AUMENTAR OU MANTER) E SAI NO
      *         RELATORIO CREDREVRPT PARA O ANALISTA DE CREDITO. AS
      *         RECOMENDACOES QUE MUDAM O CADASTRO VAO PENDENTES PARA
      *         O ARQUIVO CREDITREVIEW, DE ONDE SO O PROGCOB137 AS
      *         APLICA AO CUSTMASTER, COM APROVADOR E AUDITORIA.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AR-ITEMS-FILE ASSIGN TO 'ARITEMS'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-AR-STATUS.

           SELECT CUST-MASTER-FILE ASSIGN TO 'CUSTMASTER'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CODIGO
               FILE STATUS IS WRK-CUST-STATUS.

           SELECT CREDIT-REVIEW-FILE ASSIGN TO 'CREDITREVIEW'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-REVIEW-STATUS.

           SELECT REVIEW-REPORT-FILE ASSIGN TO 'CREDREVRPT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AR-ITEMS-FILE.
           COPY 'ARITEMS-REC.cob'.

       FD  CUST-MASTER-FILE.
           COPY 'CUSTMASTER-REC.cob'.

       FD  CREDIT-REVIEW-FILE.
           COPY 'CREDREVIEW-REC.cob'.

       FD  REVIEW-REPORT-FILE.
       01  RR-LINHA                PIC X(132).

       WORKING-STORAGE SECTION.
           COPY 'DATEUTIL-PARM.cob'.

       77  WRK-AR-STATUS       PIC X(02)       VALUE SPACES.
       77  WRK-AR-EOF          PIC X(01)       VALUE 'N'.
           88  AR-ACABOU                       VALUE 'S'.
       77  WRK-CUST-STATUS     PIC X(02)       VALUE SPACES.
       77  WRK-REVIEW-STATUS   PIC X(02)       VALUE SPACES.
       77  WRK-REPORT-STATUS   PIC X(02)       VALUE SPACES.

       01  WRK-HOJE.
           02  WRK-HOJE-ANO    PIC 9(04)       VALUE ZEROES.
           02  WRK-HOJE-MES    PIC 9(02)       VALUE ZEROES.
           02  WRK-HOJE-DIA    PIC 9(02)       VALUE ZEROES.
       01  WRK-HOJE-NUM REDEFINES WRK-HOJE PIC 9(08).

      ******************************************************************
      * REGRAS DA RECOMENDACAO. BLOQUEAR: BAIXA POR PERDA NA JANELA,
      * TITULO EM ABERTO VENCIDO HA MAIS DE WRK-VENC-BLOQUEIO DIAS OU
      * MEDIA DE ATRASO ACIMA DE WRK-MEDIA-BLOQUEIO. REDUZIR: ATRASO EM
      * MAIS DE WRK-PCT-REDUCAO % DOS TITULOS, MEDIA ACIMA DE
      * WRK-MEDIA-REDUCAO, TITULO VENCIDO HA MAIS DE WRK-VENC-REDUCAO
      * DIAS OU DSO ACIMA DE WRK-DSO-REDUCAO. AUMENTAR: PELO MENOS
      * WRK-MIN-TITULOS AVALIADOS, ATRASO EM NO MAXIMO WRK-PCT-AUMENTO %
      * DELES, MEDIA ATE WRK-MEDIA-AUMENTO, NADA VENCIDO EM ABERTO E
      * LIMITE USADO EM WRK-USO-AUMENTO % OU MAIS. O LIMITE SUGERIDO
      * SOBE OU DESCE PELOS FATORES; CLIENTE SEM LIMITE (ZERO) QUE
      * DEVE SER REDUZIDO RECEBE DUAS VEZES A MEDIA MENSAL DAS VENDAS
      * A PRAZO DA JANELA.
      ******************************************************************
       77  WRK-VENC-BLOQUEIO   PIC 9(03)       VALUE 90.
       77  WRK-MEDIA-BLOQUEIO  PIC 9(03)       VALUE 60.
       77  WRK-PCT-REDUCAO     PIC 9(03)       VALUE 30.
       77  WRK-MEDIA-REDUCAO   PIC 9(03)       VALUE 15.
       77  WRK-VENC-REDUCAO    PIC 9(03)       VALUE 30.
       77  WRK-DSO-REDUCAO     PIC 9(03)       VALUE 90.
       77  WRK-MIN-TITULOS     PIC 9(03)       VALUE 3.
       77  WRK-PCT-AUMENTO     PIC 9(03)       VALUE 10.
       77  WRK-MEDIA-AUMENTO   PIC 9(03)       VALUE 5.
       77  WRK-USO-AUMENTO     PIC 9(03)       VALUE 80.
       77  WRK-FATOR-AUMENTO   PIC 9V99        VALUE 1,25.
       77  WRK-FATOR-REDUCAO   PIC 9V99        VALUE 0,75.

      ******************************************************************
      * DATAS EM DIAS CORRIDOS (DATEUTIL 'S') PARA AS DIFERENCAS.
      ******************************************************************
       77  WRK-DIAS-HOJE       PIC 9(08)       VALUE ZEROES.
       77  WRK-DIAS-INICIO     PIC 9(08)       VALUE ZEROES.
       77  WRK-DIAS-VENC       PIC 9(08)       VALUE ZEROES.
       77  WRK-DIAS-DATA       PIC 9(08)       VALUE ZEROES.
       77  WRK-DATA-CALC       PIC 9(08)       VALUE ZEROES.
       77  WRK-SERIAL          PIC 9(08)       VALUE ZEROES.
       77  WRK-ATRASO          PIC 9(05)       VALUE ZEROES.

      ******************************************************************
      * ACUMULADO POR CLIENTE DO ARITEMS.
      ******************************************************************
       77  WRK-CLI-QTD         PIC 9(04)       VALUE ZEROES.
       77  WRK-CLI-IDX         PIC 9(04)       VALUE ZEROES.
       77  WRK-CLI-POS         PIC 9(04)       VALUE ZEROES.
       77  WRK-CLI-FORA        PIC 9(06)       VALUE ZEROES.
       01  WRK-TAB-CLIENTES.
           02  WRK-CLI-LINHA   OCCURS 2000 TIMES.
               03  WRK-CLI-CODIGO      PIC 9(06).
               03  WRK-CLI-AVALIADOS   PIC 9(05).
               03  WRK-CLI-ATRASADOS   PIC 9(05).
               03  WRK-CLI-DIAS        PIC 9(08).
               03  WRK-CLI-MAIOR-VENC  PIC 9(05).
               03  WRK-CLI-PERDAS      PIC 9(04).
               03  WRK-CLI-EXPOSICAO   PIC 9(10)V99.
               03  WRK-CLI-VENDAS      PIC 9(10)V99.

      ******************************************************************
      * INDICADORES E RECOMENDACAO DO CLIENTE CORRENTE.
      ******************************************************************
       77  WRK-MEDIA           PIC 9(04)       VALUE ZEROES.
       77  WRK-PCT             PIC 9(03)V99    VALUE ZEROES.
       77  WRK-DSO             PIC 9(04)       VALUE ZEROES.
       77  WRK-USO             PIC 9(05)       VALUE ZEROES.
       77  WRK-RECOMENDACAO    PIC X(01)       VALUE SPACES.
       77  WRK-REC-TEXTO       PIC X(08)       VALUE SPACES.
       77  WRK-SUGERIDO        PIC 9(08)V99    VALUE ZEROES.
       77  WRK-NOME            PIC X(30)       VALUE SPACES.
       77  WRK-CADASTRADO      PIC X(01)       VALUE 'N'.

       77  WRK-QTDE-AUMENTAR   PIC 9(04)       VALUE ZEROES.
       77  WRK-QTDE-MANTER     PIC 9(04)       VALUE ZEROES.
       77  WRK-QTDE-REDUZIR    PIC 9(04)       VALUE ZEROES.
       77  WRK-QTDE-BLOQUEAR   PIC 9(04)       VALUE ZEROES.
       77  WRK-QTDE-PENDENTES  PIC 9(04)       VALUE ZEROES.

       77  WRK-ED-EXPOSICAO    PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROES.
       77  WRK-ED-LIMITE       PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROES.
       77  WRK-ED-SUGERIDO     PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROES.
       77  WRK-ED-PCT          PIC ZZ9,99      VALUE ZEROES.

       PROCEDURE DIVISION.

           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.

           MOVE WRK-HOJE-NUM TO WRK-DATA-CALC.
           PERFORM 0900-DIAS-CORRIDOS.
           MOVE WRK-SERIAL TO WRK-DIAS-HOJE.
           COMPUTE WRK-DIAS-INICIO = WRK-DIAS-HOJE - 365.

           PERFORM 0100-ACUMULA-TITULOS.
           IF WRK-CLI-QTD = 0
               DISPLAY 'ARITEMS VAZIO OU AUSENTE - NADA A REVISAR'
               STOP RUN
           END-IF.

           OPEN INPUT CUST-MASTER-FILE.
           IF WRK-CUST-STATUS NOT = '00'
               DISPLAY 'CUSTMASTER INDISPONIVEL - REVISAO ABORTADA'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT CREDIT-REVIEW-FILE.
           OPEN OUTPUT REVIEW-REPORT-FILE.

           MOVE SPACES TO RR-LINHA.
           STRING 'REVISAO DE CREDITO POR CLIENTE - '
                  WRK-HOJE-DIA '/' WRK-HOJE-MES '/' WRK-HOJE-ANO
                  ' - COMPORTAMENTO DOS ULTIMOS 12 MESES'
               DELIMITED BY SIZE INTO RR-LINHA
           END-STRING
           WRITE RR-LINHA.
           MOVE SPACES TO RR-LINHA.
           WRITE RR-LINHA FROM '-------------------------------------'.

           PERFORM 0300-REVISA-CLIENTE
               VARYING WRK-CLI-IDX FROM 1 BY 1
               UNTIL WRK-CLI-IDX > WRK-CLI-QTD.

           PERFORM 0500-RESUMO.

           CLOSE REVIEW-REPORT-FILE.
           CLOSE CREDIT-REVIEW-FILE.
           CLOSE CUST-MASTER-FILE.

           DISPLAY 'CLIENTES REVISADOS: ' WRK-CLI-QTD.
           DISPLAY 'RECOMENDACOES PENDENTES DE APROVACAO: '
                   WRK-QTDE-PENDENTES.
           IF WRK-CLI-FORA > 0
               DISPLAY 'TITULOS FORA DA TABELA DE CLIENTES: '
                       WRK-CLI-FORA
           END-IF.
           DISPLAY 'RELATORIO GRAVADO EM CREDREVRPT'.

           STOP RUN.

      ******************************************************************
      * 0100-ACUMULA-TITULOS - VARRE O ARITEMS E ACUMULA OS TITULOS
      * POR CLIENTE.
      ******************************************************************
       0100-ACUMULA-TITULOS SECTION.
           OPEN INPUT AR-ITEMS-FILE.
           IF WRK-AR-STATUS NOT = '00'
               GO TO 0100-EXIT
           END-IF.

           PERFORM UNTIL AR-ACABOU
               READ AR-ITEMS-FILE
                   AT END
                       MOVE 'S' TO WRK-AR-EOF
                   NOT AT END
                       PERFORM 0200-ACUMULA-TITULO
               END-READ
           END-PERFORM.

           CLOSE AR-ITEMS-FILE.
       0100-EXIT.
           EXIT.

      ******************************************************************
      * 0200-ACUMULA-TITULO - UM TITULO: VENDA A PRAZO DA JANELA PELA
      * EMISSAO, EXPOSICAO E ATRASO DO TITULO EM ABERTO, ATRASO DO
      * TITULO PAGO NA JANELA E BAIXA POR PERDA NA JANELA.
      ******************************************************************
       0200-ACUMULA-TITULO SECTION.
           PERFORM 0950-LOCALIZA-CLIENTE.
           IF WRK-CLI-POS = 0
               GO TO 0200-EXIT
           END-IF.

           MOVE AR-EMISSAO TO WRK-DATA-CALC.
           PERFORM 0900-DIAS-CORRIDOS.
           IF WRK-SERIAL >= WRK-DIAS-INICIO
               ADD AR-VALOR TO WRK-CLI-VENDAS(WRK-CLI-POS)
           END-IF.

           MOVE AR-VENCIMENTO TO WRK-DATA-CALC.
           PERFORM 0900-DIAS-CORRIDOS.
           MOVE WRK-SERIAL TO WRK-DIAS-VENC.

           IF TITULO-ABERTO
               ADD AR-VALOR TO WRK-CLI-EXPOSICAO(WRK-CLI-POS)
               IF WRK-DIAS-VENC >= WRK-DIAS-INICIO
                   AND WRK-DIAS-VENC <= WRK-DIAS-HOJE
                   ADD 1 TO WRK-CLI-AVALIADOS(WRK-CLI-POS)
               END-IF
               IF WRK-DIAS-VENC < WRK-DIAS-HOJE
                   COMPUTE WRK-ATRASO = WRK-DIAS-HOJE - WRK-DIAS-VENC
                   IF WRK-DIAS-VENC >= WRK-DIAS-INICIO
                       ADD 1 TO WRK-CLI-ATRASADOS(WRK-CLI-POS)
                       ADD WRK-ATRASO TO WRK-CLI-DIAS(WRK-CLI-POS)
                   END-IF
                   IF WRK-ATRASO > WRK-CLI-MAIOR-VENC(WRK-CLI-POS)
                       MOVE WRK-ATRASO
                           TO WRK-CLI-MAIOR-VENC(WRK-CLI-POS)
                   END-IF
               END-IF
               GO TO 0200-EXIT
           END-IF.

           MOVE AR-DATA-PAGTO TO WRK-DATA-CALC.
           PERFORM 0900-DIAS-CORRIDOS.
           MOVE WRK-SERIAL TO WRK-DIAS-DATA.
           IF WRK-DIAS-DATA < WRK-DIAS-INICIO
               GO TO 0200-EXIT
           END-IF.

           IF TITULO-BAIXADO-PERDA
               ADD 1 TO WRK-CLI-PERDAS(WRK-CLI-POS)
               GO TO 0200-EXIT
           END-IF.

           IF TITULO-PAGO
               ADD 1 TO WRK-CLI-AVALIADOS(WRK-CLI-POS)
               IF WRK-DIAS-DATA > WRK-DIAS-VENC
                   ADD 1 TO WRK-CLI-ATRASADOS(WRK-CLI-POS)
                   COMPUTE WRK-ATRASO = WRK-DIAS-DATA - WRK-DIAS-VENC
                   ADD WRK-ATRASO TO WRK-CLI-DIAS(WRK-CLI-POS)
               END-IF
           END-IF.
       0200-EXIT.
           EXIT.

      ******************************************************************
      * 0300-REVISA-CLIENTE - INDICADORES, RECOMENDACAO, LINHAS DO
      * RELATORIO E, QUANDO MUDA O CADASTRO, A RECOMENDACAO PENDENTE
      * NO CREDITREVIEW.
      ******************************************************************
       0300-REVISA-CLIENTE SECTION.
           MOVE 'S' TO WRK-CADASTRADO.
           MOVE WRK-CLI-CODIGO(WRK-CLI-IDX) TO CM-CODIGO.
           READ CUST-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO WRK-CADASTRADO
                   MOVE '*** SEM CADASTRO ***' TO WRK-NOME
                   MOVE 'L' TO CM-CREDITO
                   MOVE 0 TO CM-LIMITE
               NOT INVALID KEY
                   MOVE CM-NOME TO WRK-NOME
           END-READ.
           IF CM-LIMITE NOT NUMERIC
               MOVE 0 TO CM-LIMITE
           END-IF.

           MOVE 0 TO WRK-MEDIA WRK-PCT WRK-DSO WRK-USO.
           IF WRK-CLI-AVALIADOS(WRK-CLI-IDX) > 0
               COMPUTE WRK-MEDIA ROUNDED =
                   WRK-CLI-DIAS(WRK-CLI-IDX)
                   / WRK-CLI-AVALIADOS(WRK-CLI-IDX)
               COMPUTE WRK-PCT ROUNDED =
                   WRK-CLI-ATRASADOS(WRK-CLI-IDX) * 100
                   / WRK-CLI-AVALIADOS(WRK-CLI-IDX)
           END-IF.
           IF WRK-CLI-VENDAS(WRK-CLI-IDX) > 0
               COMPUTE WRK-DSO ROUNDED =
                   WRK-CLI-EXPOSICAO(WRK-CLI-IDX) * 365
                   / WRK-CLI-VENDAS(WRK-CLI-IDX)
                   ON SIZE ERROR
                       MOVE 9999 TO WRK-DSO
               END-COMPUTE
           ELSE
               IF WRK-CLI-EXPOSICAO(WRK-CLI-IDX) > 0
                   MOVE 9999 TO WRK-DSO
               END-IF
           END-IF.
           IF CM-LIMITE > 0
               COMPUTE WRK-USO ROUNDED =
                   WRK-CLI-EXPOSICAO(WRK-CLI-IDX) * 100 / CM-LIMITE
                   ON SIZE ERROR
                       MOVE 99999 TO WRK-USO
               END-COMPUTE
           END-IF.

           PERFORM 0400-RECOMENDA.

           MOVE WRK-CLI-EXPOSICAO(WRK-CLI-IDX) TO WRK-ED-EXPOSICAO.
           MOVE CM-LIMITE    TO WRK-ED-LIMITE.
           MOVE WRK-PCT      TO WRK-ED-PCT.
           MOVE SPACES TO RR-LINHA.
           STRING 'CLIENTE ' WRK-CLI-CODIGO(WRK-CLI-IDX)
                  ' ' WRK-NOME
                  ' CREDITO ' CM-CREDITO
                  ' EXPOSICAO ' WRK-ED-EXPOSICAO
                  ' LIMITE ' WRK-ED-LIMITE
                  ' USO ' WRK-USO '%'
               DELIMITED BY SIZE INTO RR-LINHA
           END-STRING
           WRITE RR-LINHA.

           MOVE WRK-SUGERIDO TO WRK-ED-SUGERIDO.
           MOVE SPACES TO RR-LINHA.
           STRING '        TITULOS ' WRK-CLI-AVALIADOS(WRK-CLI-IDX)
                  ' ATRASO ' WRK-ED-PCT '%'
                  ' MEDIA ' WRK-MEDIA
                  ' DSO ' WRK-DSO
                  ' VENC ' WRK-CLI-MAIOR-VENC(WRK-CLI-IDX)
                  ' PERDAS ' WRK-CLI-PERDAS(WRK-CLI-IDX)
                  ' => ' WRK-REC-TEXTO
                  ' SUGERIDO ' WRK-ED-SUGERIDO
               DELIMITED BY SIZE INTO RR-LINHA
           END-STRING
           WRITE RR-LINHA.

           IF WRK-CADASTRADO = 'N' OR WRK-RECOMENDACAO = 'M'
               GO TO 0300-EXIT
           END-IF.

           MOVE WRK-HOJE-NUM                   TO RV-DATA.
           MOVE WRK-CLI-CODIGO(WRK-CLI-IDX)    TO RV-CLIENTE.
           MOVE WRK-RECOMENDACAO               TO RV-RECOMENDACAO.
           MOVE CM-CREDITO                     TO RV-CREDITO-ATUAL.
           MOVE CM-LIMITE                      TO RV-LIMITE-ATUAL.
           MOVE WRK-SUGERIDO                   TO RV-LIMITE-SUGERIDO.
           MOVE WRK-CLI-EXPOSICAO(WRK-CLI-IDX) TO RV-EXPOSICAO.
           MOVE WRK-MEDIA                      TO RV-MEDIA-ATRASO.
           MOVE WRK-PCT                        TO RV-PCT-ATRASO.
           MOVE WRK-DSO                        TO RV-DSO.
           MOVE 'P'                            TO RV-SITUACAO.
           MOVE SPACES                         TO RV-DECISOR.
           MOVE 0                              TO RV-DATA-DECISAO.
           WRITE RV-REGISTRO.
           ADD 1 TO WRK-QTDE-PENDENTES.
       0300-EXIT.
           EXIT.

      ******************************************************************
      * 0400-RECOMENDA - APLICA AS REGRAS NA ORDEM BLOQUEAR, REDUZIR,
      * AUMENTAR; O RESTO E MANTER. CLIENTE JA BLOQUEADO NAO RECEBE
      * NOVO BLOQUEIO NEM AUMENTO (FICA MANTER). O LIMITE SUGERIDO E O
      * QUE VAI AO CADASTRO NA APROVACAO.
      ******************************************************************
       0400-RECOMENDA SECTION.
           MOVE 'M' TO WRK-RECOMENDACAO.
           MOVE CM-LIMITE TO WRK-SUGERIDO.

           IF WRK-CLI-PERDAS(WRK-CLI-IDX) > 0
               OR WRK-CLI-MAIOR-VENC(WRK-CLI-IDX) > WRK-VENC-BLOQUEIO
               OR WRK-MEDIA > WRK-MEDIA-BLOQUEIO
               IF NOT CREDITO-BLOQUEADO
                   MOVE 'B' TO WRK-RECOMENDACAO
               END-IF
               GO TO 0400-TEXTO
           END-IF.

           IF WRK-PCT > WRK-PCT-REDUCAO
               OR WRK-MEDIA > WRK-MEDIA-REDUCAO
               OR WRK-CLI-MAIOR-VENC(WRK-CLI-IDX) > WRK-VENC-REDUCAO
               OR WRK-DSO > WRK-DSO-REDUCAO
               MOVE 'R' TO WRK-RECOMENDACAO
               IF CM-LIMITE > 0
                   COMPUTE WRK-SUGERIDO ROUNDED =
                       CM-LIMITE * WRK-FATOR-REDUCAO
               ELSE
                   COMPUTE WRK-SUGERIDO ROUNDED =
                       WRK-CLI-VENDAS(WRK-CLI-IDX) * 2 / 12
                       ON SIZE ERROR
                           MOVE 99999999,99 TO WRK-SUGERIDO
                   END-COMPUTE
                   IF WRK-SUGERIDO = 0
                       MOVE 'M' TO WRK-RECOMENDACAO
                   END-IF
               END-IF
               GO TO 0400-TEXTO
           END-IF.

           IF WRK-CLI-AVALIADOS(WRK-CLI-IDX) >= WRK-MIN-TITULOS
               AND WRK-PCT <= WRK-PCT-AUMENTO
               AND WRK-MEDIA <= WRK-MEDIA-AUMENTO
               AND WRK-CLI-MAIOR-VENC(WRK-CLI-IDX) = 0
               AND CM-LIMITE > 0
               AND WRK-USO >= WRK-USO-AUMENTO
               AND NOT CREDITO-BLOQUEADO
               MOVE 'A' TO WRK-RECOMENDACAO
               COMPUTE WRK-SUGERIDO ROUNDED =
                   CM-LIMITE * WRK-FATOR-AUMENTO
                   ON SIZE ERROR
                       MOVE 99999999,99 TO WRK-SUGERIDO
               END-COMPUTE
           END-IF.

       0400-TEXTO.
           EVALUATE WRK-RECOMENDACAO
               WHEN 'A'
                   MOVE 'AUMENTAR' TO WRK-REC-TEXTO
                   ADD 1 TO WRK-QTDE-AUMENTAR
               WHEN 'R'
                   MOVE 'REDUZIR'  TO WRK-REC-TEXTO
                   ADD 1 TO WRK-QTDE-REDUZIR
               WHEN 'B'
                   MOVE 'BLOQUEAR' TO WRK-REC-TEXTO
                   ADD 1 TO WRK-QTDE-BLOQUEAR
               WHEN OTHER
                   MOVE 'MANTER'   TO WRK-REC-TEXTO
                   MOVE CM-LIMITE  TO WRK-SUGERIDO
                   ADD 1 TO WRK-QTDE-MANTER
           END-EVALUATE.

      ******************************************************************
      * 0500-RESUMO - CONTAGEM DAS RECOMENDACOES NO FIM DO RELATORIO.
      ******************************************************************
       0500-RESUMO SECTION.
           MOVE SPACES TO RR-LINHA.
           WRITE RR-LINHA FROM '-------------------------------------'.
           MOVE SPACES TO RR-LINHA.
           STRING 'AUMENTAR ' WRK-QTDE-AUMENTAR
                  ' MANTER ' WRK-QTDE-MANTER
                  ' REDUZIR ' WRK-QTDE-REDUZIR
                  ' BLOQUEAR ' WRK-QTDE-BLOQUEAR
               DELIMITED BY SIZE INTO RR-LINHA
           END-STRING
           WRITE RR-LINHA.
           MOVE SPACES TO RR-LINHA.
           STRING 'PENDENTES DE APROVACAO NO PROGCOB137: '
                  WRK-QTDE-PENDENTES
               DELIMITED BY SIZE INTO RR-LINHA
           END-STRING
           WRITE RR-LINHA.

      ******************************************************************
      * 0900-DIAS-CORRIDOS - WRK-DATA-CALC (AAAAMMDD) EM DIAS CORRIDOS
      * PELO DATEUTIL 'S'. DATA ZERADA OU INVALIDA DEVOLVE ZERO.
      ******************************************************************
       0900-DIAS-CORRIDOS SECTION.
           MOVE 0 TO WRK-SERIAL.
           IF WRK-DATA-CALC NOT NUMERIC OR WRK-DATA-CALC = 0
               GO TO 0900-EXIT
           END-IF.

           MOVE 'S' TO DU-FUNCAO.
           MOVE WRK-DATA-CALC TO DU-DATA.
           CALL 'DATEUTIL' USING DU-PARM.
           MOVE DU-DIAS-CORRIDOS TO WRK-SERIAL.
       0900-EXIT.
           EXIT.

      ******************************************************************
      * 0950-LOCALIZA-CLIENTE - ACHA (OU CRIA) O ACUMULADO DE
      * AR-CLIENTE; TABELA CHEIA DEVOLVE POSICAO ZERO.
      ******************************************************************
       0950-LOCALIZA-CLIENTE SECTION.
           MOVE 0 TO WRK-CLI-POS.
           PERFORM VARYING WRK-CLI-IDX FROM 1 BY 1
                   UNTIL WRK-CLI-IDX > WRK-CLI-QTD
                      OR WRK-CLI-POS > 0
               IF WRK-CLI-CODIGO(WRK-CLI-IDX) = AR-CLIENTE
                   MOVE WRK-CLI-IDX TO WRK-CLI-POS
               END-IF
           END-PERFORM.

           IF WRK-CLI-POS > 0
               GO TO 0950-EXIT
           END-IF.

           IF WRK-CLI-QTD >= 2000
               ADD 1 TO WRK-CLI-FORA
               GO TO 0950-EXIT
           END-IF.

           ADD 1 TO WRK-CLI-QTD.
           MOVE WRK-CLI-QTD TO WRK-CLI-POS.
           MOVE AR-CLIENTE TO WRK-CLI-CODIGO(WRK-CLI-POS).
           MOVE 0 TO WRK-CLI-AVALIADOS(WRK-CLI-POS).
           MOVE 0 TO WRK-CLI-ATRASADOS(WRK-CLI-POS).
           MOVE 0 TO WRK-CLI-DIAS(WRK-CLI-POS).
           MOVE 0 TO WRK-CLI-MAIOR-VENC(WRK-CLI-POS).
           MOVE 0 TO WRK-CLI-PERDAS(WRK-CLI-POS).
           MOVE 0 TO WRK-CLI-EXPOSICAO(WRK-CLI-POS).
           MOVE 0 TO WRK-CLI-VENDAS(WRK-CLI-POS).
       0950-EXIT.
           EXIT.

       END PROGRAM PROGCOB136.
