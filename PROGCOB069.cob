      *         TITULO CASAVEL VAI PARA O ARQUIVO DE SUSPENSE CASHSUSP
      *         COM O MOTIVO, E O RELATORIO CASHAPPRPT MOSTRA O QUE
      *         CASOU E POR QUE O RESTO NAO CASOU.
      *MODIFICATION HISTORY:
      * 15/10/2026 - MULTA E JUROS PRO RATA SOBRE RECEBIMENTO EM ATRASO
      *              (LATEFEERATE), TITULO DE ENCARGOS (AR-TIPO 'E')
      *              PARA O QUE FALTAR E RELATORIO LATEFEERPT DOS
      *              ENCARGOS RECEBIDOS
      * 15/10/2026 - TITULO DE EXPORTACAO (AR-MOEDA ESTRANGEIRA) CASA
      *              PELO VALOR NA MOEDA X TAXA DO FXRATE NO DIA DO
      *              RECEBIMENTO (COM TOLERANCIA DE 1% PARA A TAXA DO
      *              BANCO), E A DIFERENCA PARA O VALOR DA EMISSAO E
      *              LANCADA NO GLTRANSACTIONS COMO VARIACAO CAMBIAL
      *              REALIZADA (2201 GANHO / 3601 PERDA) E MOSTRADA NO
      *              CASHAPPRPT
      * 15/10/2026 - RECEBIMENTO CASADO LANCADO NO RAZAO PELO TRSYUTIL
      *              (D 1001 / C 1101, ENCARGOS EM 2202, VARIACAO
      *              CAMBIAL NO MESMO LANCAMENTO), COM CONTROLE TREASCTL
      *              CONTRA LANCAMENTO EM DOBRO
      * 15/10/2026 - VENCIMENTO DO TITULO DE ENCARGOS QUE CAIR EM FIM DE
      *              SEMANA OU FERIADO PASSA PARA O PROXIMO DIA UTIL DA
      *              UF DA MATRIZ (DATEUTIL FUNCAO P).
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-REPORT-STATUS.

           SELECT LATE-FEE-RATE-FILE ASSIGN TO 'LATEFEERATE'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-RATE-STATUS.

           SELECT LATE-FEE-REPORT-FILE ASSIGN TO 'LATEFEERPT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FEE-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BANK-RECEIPTS-FILE.
       FD  CASH-APP-REPORT-FILE.
       01  CA-LINHA                PIC X(120).

      ******************************************************************
      * PARAMETROS DE ENCARGOS POR ATRASO, COM VIGENCIA (AAAAMM, VALE
      * A LINHA MAIS RECENTE QUE NAO PASSA DO MES DO RECEBIMENTO):
      * MULTA EM PERCENTUAL SOBRE O PRINCIPAL, JUROS EM PERCENTUAL AO
      * MES (PRO RATA POR DIA, MES DE 30 DIAS) E DIAS DE CARENCIA
      * APOS O VENCIMENTO SEM ENCARGO.
      ******************************************************************
       FD  LATE-FEE-RATE-FILE.
       01  LF-REGISTRO.
           02  LF-VIGENCIA         PIC 9(06).
           02  LF-MULTA            PIC 9(02)V99.
           02  LF-JUROS-MES        PIC 9(02)V99.
           02  LF-CARENCIA         PIC 9(02).

       FD  LATE-FEE-REPORT-FILE.
       01  LR-LINHA                PIC X(120).

       WORKING-STORAGE SECTION.
           COPY 'MCTLUTIL-PARM.cob'.
           COPY 'DATEUTIL-PARM.cob'.
           COPY 'FILUTIL-PARM.cob'.
       COPY 'CURRENCY-BOOK.cob'.

       77  WRK-RCPT-STATUS     PIC X(02)       VALUE SPACES.
           88  AR-ACABOU                       VALUE 'S'.
       77  WRK-SUSP-STATUS     PIC X(02)       VALUE SPACES.
       77  WRK-REPORT-STATUS   PIC X(02)       VALUE SPACES.
       77  WRK-RATE-STATUS     PIC X(02)       VALUE SPACES.
       77  WRK-RATE-EOF        PIC X(01)       VALUE 'N'.
           88  RATE-ACABOU                     VALUE 'S'.
       77  WRK-FEE-RPT-STATUS  PIC X(02)       VALUE SPACES.

      ******************************************************************
      * MOTIVOS DE SUSPENSE: R01 = CLIENTE SEM TITULO EM ABERTO,
               03  WRK-TIT-PEDIDO      PIC 9(10).
               03  WRK-TIT-PARCELA     PIC 9(02).
               03  WRK-TIT-TOT-PARC    PIC 9(02).
               03  WRK-TIT-TIPO        PIC X(01).
               03  WRK-TIT-MOEDA       PIC X(03).
               03  WRK-TIT-VALOR-ME    PIC 9(08)V99.
               03  WRK-TIT-TAXA        PIC 9(03)V9(04).

       77  WRK-TEM-ABERTO      PIC X(01)       VALUE 'N'.
       77  WRK-ESCOLHIDO       PIC 9(04)       VALUE ZEROES.
       77  WRK-QTDE-SUSPENSOS  PIC 9(05)       VALUE ZEROES.
       77  WRK-TOT-CASADO      PIC 9(09)V99    VALUE ZEROES.

      ******************************************************************
      * ENCARGOS POR ATRASO. A TABELA GUARDA AS VIGENCIAS DO
      * LATEFEERATE; PARA CADA TITULO CANDIDATO SAEM OS DIAS DE
      * ATRASO ATE A DATA DO RECEBIMENTO, A MULTA, OS JUROS E O TOTAL
      * DEVIDO (PRINCIPAL + ENCARGOS). O RECEBIMENTO CASA COM O TITULO
      * QUANDO FICA ENTRE O PRINCIPAL E O DEVIDO: O QUE PASSA DO
      * PRINCIPAL E ENCARGO RECEBIDO, O QUE FALTA PARA O DEVIDO VIRA
      * TITULO DE ENCARGOS (AR-TIPO 'E') COM VENCIMENTO EM 30 DIAS.
      ******************************************************************
       77  WRK-ALQ-QTD         PIC 9(02)       VALUE ZEROES.
       77  WRK-ALQ-IDX         PIC 9(02)       VALUE ZEROES.
       01  WRK-TAB-ENCARGOS.
           02  WRK-ALQ-LINHA   OCCURS 50 TIMES.
               03  WRK-ALQ-VIGENCIA    PIC 9(06).
               03  WRK-ALQ-MULTA       PIC 9(02)V99.
               03  WRK-ALQ-JUROS       PIC 9(02)V99.
               03  WRK-ALQ-CARENCIA    PIC 9(02).
       77  WRK-VIG-ACHADA      PIC 9(06)       VALUE ZEROES.
       77  WRK-PCT-MULTA       PIC 9(02)V99    VALUE ZEROES.
       77  WRK-PCT-JUROS       PIC 9(02)V99    VALUE ZEROES.
       77  WRK-CARENCIA        PIC 9(02)       VALUE ZEROES.
       77  WRK-DIAS-RECEBTO    PIC 9(08)       VALUE ZEROES.
       77  WRK-DIAS-ATRASO     PIC 9(05)       VALUE ZEROES.
       77  WRK-MULTA           PIC 9(07)V99    VALUE ZEROES.
       77  WRK-JUROS           PIC 9(07)V99    VALUE ZEROES.
       77  WRK-DEVIDO          PIC 9(08)V99    VALUE ZEROES.
       77  WRK-ESC-ATRASO      PIC 9(05)       VALUE ZEROES.
       77  WRK-ESC-MULTA       PIC 9(07)V99    VALUE ZEROES.
       77  WRK-ESC-JUROS       PIC 9(07)V99    VALUE ZEROES.
       77  WRK-ESC-DEVIDO      PIC 9(08)V99    VALUE ZEROES.
       77  WRK-ENC-RECEBIDO    PIC 9(08)V99    VALUE ZEROES.
       77  WRK-MULTA-RECEBIDA  PIC 9(07)V99    VALUE ZEROES.
       77  WRK-JUROS-RECEBIDO  PIC 9(07)V99    VALUE ZEROES.
       77  WRK-ENC-PENDENTE    PIC 9(08)V99    VALUE ZEROES.

       77  WRK-QTDE-ENC-GERADOS PIC 9(05)      VALUE ZEROES.
       77  WRK-TOT-MULTA-REC   PIC 9(09)V99    VALUE ZEROES.
       77  WRK-TOT-JUROS-REC   PIC 9(09)V99    VALUE ZEROES.
       77  WRK-TOT-ENC-QUITADO PIC 9(09)V99    VALUE ZEROES.
       77  WRK-TOT-ENC-GERADO  PIC 9(09)V99    VALUE ZEROES.

      ******************************************************************
      * TITULO DE EXPORTACAO (AR-MOEDA ESTRANGEIRA): O PRINCIPAL EM
      * REAIS E O VALOR NA MOEDA PELA TAXA DO DIA DO RECEBIMENTO
      * (FXUTIL). O BANCO CONVERTE PELA PROPRIA TAXA, ENTAO O
      * RECEBIMENTO CASA ATE WRK-TOLER-CAMBIO POR CENTO ABAIXO DESSE
      * PRINCIPAL. A DIFERENCA ENTRE O PRINCIPAL RECEBIDO E O AR-VALOR
      * (REAIS PELA TAXA DA EMISSAO) E A VARIACAO CAMBIAL REALIZADA,
      * QUE ENTRA NO LANCAMENTO DO RECEBIMENTO: GANHO D 1101 / C 2201,
      * PERDA D 3601 / C 1101.
      ******************************************************************
           COPY 'FXUTIL-PARM.cob'.
       77  WRK-TOLER-CAMBIO    PIC 9(02)V99    VALUE 1,00.
       77  WRK-PRINCIPAL       PIC 9(08)V99    VALUE ZEROES.
       77  WRK-PRINCIPAL-MIN   PIC 9(08)V99    VALUE ZEROES.
       77  WRK-TAXA-RECEBTO    PIC 9(03)V9(04) VALUE ZEROES.
       77  WRK-ESC-PRINCIPAL   PIC 9(08)V99    VALUE ZEROES.
       77  WRK-ESC-TAXA        PIC 9(03)V9(04) VALUE ZEROES.
       77  WRK-VAR-CAMBIAL     PIC S9(08)V99   VALUE ZEROES.
       77  WRK-VAR-ABS         PIC 9(08)V99    VALUE ZEROES.
       77  WRK-TOT-VAR-GANHO   PIC 9(09)V99    VALUE ZEROES.
       77  WRK-TOT-VAR-PERDA   PIC 9(09)V99    VALUE ZEROES.
       77  WRK-QTDE-CAMBIO     PIC 9(05)       VALUE ZEROES.

      ******************************************************************
      * CAMPOS DE APOIO PARA O VENCIMENTO DO TITULO DE ENCARGOS (DATA
      * DO RECEBIMENTO + 30 DIAS), COM O ULTIMO DIA DE CADA MES VINDO
      * DO DATEUTIL (FUNCAO V), COMO NO PROGCOB025.
      ******************************************************************
       01  WRK-VENCTO.
           02  WRK-VENCTO-ANO  PIC 9(04).
           02  WRK-VENCTO-MES  PIC 9(02).
           02  WRK-VENCTO-DIA  PIC 9(02).
       77  WRK-VENCTO-SOBRA    PIC 9(04)       VALUE ZEROES.
       01  WRK-BASE-DATA.
           02  WRK-BASE-ANO    PIC 9(04).
           02  WRK-BASE-MES    PIC 9(02).
           02  WRK-BASE-DIA    PIC 9(02).

      ******************************************************************
      * LANCAMENTO DA TESOURARIA (TRSYUTIL), UM POR RECEBIMENTO
      * CASADO, COM CHAVE DATA + CLIENTE + SEQUENCIA NO BANKRCPTS:
      * D 1001 CAIXA PELO RECEBIDO, C 1101 CLIENTES PELO PRINCIPAL,
      * C 2202 PELOS ENCARGOS RECEBIDOS, A VARIACAO CAMBIAL DO TITULO
      * DE EXPORTACAO E O TITULO DE ENCARGOS GERADO (D 1101 / C 2202).
      ******************************************************************
           COPY 'TRSYUTIL-PARM.cob'.
       01  WRK-TS-CHAVE.
           02  WRK-TS-DATA     PIC 9(08).
           02  WRK-TS-CLIENTE  PIC 9(06).
           02  WRK-TS-SEQ      PIC 9(05).
       77  WRK-QTDE-LANCADOS   PIC 9(05)       VALUE ZEROES.
       77  WRK-QTDE-JA-LANC    PIC 9(05)       VALUE ZEROES.

       01  WRK-HOJE.
           02  WRK-HOJE-ANO    PIC 9(04)       VALUE ZEROES.
           02  WRK-HOJE-MES    PIC 9(02)       VALUE ZEROES.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.

           PERFORM 0100-CARREGA-TITULOS.
           PERFORM 0150-CARREGA-ENCARGOS.
           PERFORM 0200-PROCESSA-RECEBIMENTOS.
           PERFORM 0700-RELATORIO-ENCARGOS.
           PERFORM 0600-REGRAVA-TITULOS.

           MOVE 'W' TO MC-FUNCAO.
           DISPLAY 'RECEBIMENTOS LIDOS: '     WRK-QTDE-RECEBTOS.
           DISPLAY 'RECEBIMENTOS CASADOS: '   WRK-QTDE-CASADOS.
           DISPLAY 'RECEBIMENTOS SUSPENSOS: ' WRK-QTDE-SUSPENSOS.
           DISPLAY 'TITULOS DE ENCARGOS GERADOS: '
                   WRK-QTDE-ENC-GERADOS.

           STOP RUN.

                           MOVE 01
                               TO WRK-TIT-TOT-PARC(WRK-TIT-QTD)
                       END-IF
                       MOVE AR-TIPO TO WRK-TIT-TIPO(WRK-TIT-QTD)
                       MOVE AR-MOEDA TO WRK-TIT-MOEDA(WRK-TIT-QTD)
                       IF AR-VALOR-ME NUMERIC AND AR-TAXA NUMERIC
                           MOVE AR-VALOR-ME
                               TO WRK-TIT-VALOR-ME(WRK-TIT-QTD)
                           MOVE AR-TAXA
                               TO WRK-TIT-TAXA(WRK-TIT-QTD)
                       ELSE
                           MOVE 0 TO WRK-TIT-VALOR-ME(WRK-TIT-QTD)
                           MOVE 0 TO WRK-TIT-TAXA(WRK-TIT-QTD)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE AR-ITEMS-FILE.

      ******************************************************************
      * 0150-CARREGA-ENCARGOS - LE AS VIGENCIAS DO LATEFEERATE E ABRE
      * O RELATORIO DE ENCARGOS LATEFEERPT. SEM O ARQUIVO, A APLICACAO
      * SEGUE SEM ENCARGOS (SO CASA VALOR EXATO, COMO ANTES).
      ******************************************************************
       0150-CARREGA-ENCARGOS SECTION.
           OPEN OUTPUT LATE-FEE-REPORT-FILE.
           MOVE SPACES TO LR-LINHA.
           STRING 'ENCARGOS POR ATRASO NOS RECEBIMENTOS DE ' WRK-HOJE
                  ' (RECEITA FINANCEIRA)'
               DELIMITED BY SIZE INTO LR-LINHA
           END-STRING
           WRITE LR-LINHA.
           MOVE SPACES TO LR-LINHA.
           WRITE LR-LINHA FROM '-------------------------------------'.

           OPEN INPUT LATE-FEE-RATE-FILE.
           IF WRK-RATE-STATUS NOT = '00'
               DISPLAY 'LATEFEERATE NAO ENCONTRADO - SEM ENCARGOS'
               MOVE SPACES TO LR-LINHA
               WRITE LR-LINHA FROM 'LATEFEERATE AUSENTE - SEM ENCARGOS'
               GO TO 0150-EXIT
           END-IF.

           PERFORM UNTIL RATE-ACABOU
               READ LATE-FEE-RATE-FILE
                   AT END
                       MOVE 'S' TO WRK-RATE-EOF
                   NOT AT END
                       IF WRK-ALQ-QTD < 50
                           ADD 1 TO WRK-ALQ-QTD
                           MOVE LF-VIGENCIA
                               TO WRK-ALQ-VIGENCIA(WRK-ALQ-QTD)
                           MOVE LF-MULTA
                               TO WRK-ALQ-MULTA(WRK-ALQ-QTD)
                           MOVE LF-JUROS-MES
                               TO WRK-ALQ-JUROS(WRK-ALQ-QTD)
                           MOVE LF-CARENCIA
                               TO WRK-ALQ-CARENCIA(WRK-ALQ-QTD)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE LATE-FEE-RATE-FILE.
       0150-EXIT.
           EXIT.

      ******************************************************************
      * 0200-PROCESSA-RECEBIMENTOS - LE CADA RECEBIMENTO DO BANCO E
      * TENTA CASA-LO COM UM TITULO; O QUE NAO CASA VAI PARA O
               DELIMITED BY SIZE INTO CA-LINHA
           END-STRING
           WRITE CA-LINHA.
           MOVE SPACES TO CA-LINHA.
           STRING 'LANCADOS NO RAZAO ' WRK-QTDE-LANCADOS
                  ' JA LANCADOS ANTES ' WRK-QTDE-JA-LANC
               DELIMITED BY SIZE INTO CA-LINHA
           END-STRING
           WRITE CA-LINHA.
           IF WRK-QTDE-CAMBIO > 0
               MOVE WRK-TOT-VAR-GANHO TO WRK-CURR-ED-08
               MOVE WRK-TOT-VAR-PERDA TO WRK-CURR-ED-09
               MOVE SPACES TO CA-LINHA
               STRING 'EXPORTACAO ' WRK-QTDE-CAMBIO
                      ' GANHO CAMBIAL ' WRK-CURR-ED-08
                      ' PERDA CAMBIAL ' WRK-CURR-ED-09
                   DELIMITED BY SIZE INTO CA-LINHA
               END-STRING
               WRITE CA-LINHA
           END-IF.
           CLOSE CASH-APP-REPORT-FILE.
       0200-EXIT.
           EXIT.

      ******************************************************************
      * 0300-CASA-RECEBIMENTO - PROCURA O TITULO EM ABERTO MAIS ANTIGO
      * (MENOR VENCIMENTO) DO CLIENTE CUJO PRINCIPAL (NO TITULO DE
      * EXPORTACAO, EM REAIS PELA TAXA DO DIA, COM A TOLERANCIA DO
      * CAMBIO) NAO PASSA DO RECEBIMENTO E CUJO DEVIDO (PRINCIPAL +
      * MULTA + JUROS ATE A DATA DO RECEBIMENTO) NAO FICA ABAIXO
      * DELE; TITULO EM REAIS EM DIA SO CASA PELO VALOR EXATO, COMO
      * ANTES. CASANDO, MARCA O TITULO COMO PAGO COM A DATA DO
      * RECEBIMENTO, APURA A VARIACAO CAMBIAL DO TITULO DE EXPORTACAO,
      * TRATA OS ENCARGOS E LANCA O RECEBIMENTO NO RAZAO; SENAO, GRAVA
      * O SUSPENSE COM O MOTIVO.
      ******************************************************************
       0300-CASA-RECEBIMENTO SECTION.
           MOVE 'N' TO WRK-TEM-ABERTO.
           MOVE 0 TO WRK-ESCOLHIDO.
           MOVE 99999999 TO WRK-MENOR-VENCTO.

           MOVE BR-DATA TO DU-DATA.
           MOVE 'S' TO DU-FUNCAO.
           CALL 'DATEUTIL' USING DU-PARM.
           MOVE DU-DIAS-CORRIDOS TO WRK-DIAS-RECEBTO.
           PERFORM 0330-ENCARGOS-VIGENTES.

           PERFORM VARYING WRK-TIT-IDX FROM 1 BY 1
                   UNTIL WRK-TIT-IDX > WRK-TIT-QTD
               IF WRK-TIT-CLIENTE(WRK-TIT-IDX) = BR-CLIENTE
                   AND WRK-TIT-SITUACAO(WRK-TIT-IDX) = 'A'
                   MOVE 'S' TO WRK-TEM-ABERTO
                   PERFORM 0340-PRINCIPAL-DO-TITULO
                   PERFORM 0350-CALCULA-ENCARGOS
                   IF WRK-PRINCIPAL-MIN <= BR-VALOR
                       AND WRK-DEVIDO >= BR-VALOR
                       AND WRK-TIT-VENCIMENTO(WRK-TIT-IDX) <
                           WRK-MENOR-VENCTO
                       MOVE WRK-TIT-IDX TO WRK-ESCOLHIDO
                       MOVE WRK-TIT-VENCIMENTO(WRK-TIT-IDX)
                           TO WRK-MENOR-VENCTO
                       MOVE WRK-DIAS-ATRASO TO WRK-ESC-ATRASO
                       MOVE WRK-MULTA       TO WRK-ESC-MULTA
                       MOVE WRK-JUROS       TO WRK-ESC-JUROS
                       MOVE WRK-DEVIDO      TO WRK-ESC-DEVIDO
                       MOVE WRK-PRINCIPAL   TO WRK-ESC-PRINCIPAL
                       MOVE WRK-TAXA-RECEBTO TO WRK-ESC-TAXA
                   END-IF
               END-IF
           END-PERFORM.

           IF WRK-ESCOLHIDO > 0
               IF BR-VALOR < WRK-ESC-PRINCIPAL
                   MOVE BR-VALOR TO WRK-ESC-PRINCIPAL
                   MOVE BR-VALOR TO WRK-ESC-DEVIDO
                   MOVE 0 TO WRK-ESC-MULTA
                   MOVE 0 TO WRK-ESC-JUROS
               END-IF
               MOVE 'P' TO WRK-TIT-SITUACAO(WRK-ESCOLHIDO)
               MOVE BR-DATA TO WRK-TIT-DATA-PAGTO(WRK-ESCOLHIDO)
               ADD 1 TO WRK-QTDE-CASADOS
                      ' RECEBIDO EM ' BR-DATA
                   DELIMITED BY SIZE INTO CA-LINHA
               END-STRING
               IF WRK-TIT-TIPO(WRK-ESCOLHIDO) = 'E'
                   MOVE ' TITULO DE ENCARGOS' TO CA-LINHA(78:19)
               ELSE
                   IF WRK-ESC-DEVIDO > WRK-ESC-PRINCIPAL
                       MOVE ' COM ENCARGOS' TO CA-LINHA(78:13)
                   END-IF
               END-IF
               WRITE CA-LINHA
               MOVE 0 TO WRK-VAR-CAMBIAL
               MOVE 0 TO WRK-VAR-ABS
               IF WRK-TIT-TAXA(WRK-ESCOLHIDO) > 0
                   PERFORM 0460-VARIACAO-CAMBIAL
               END-IF
               PERFORM 0450-TRATA-ENCARGOS
               PERFORM 0470-LANCA-RECEBIMENTO
               GO TO 0300-EXIT
           END-IF.

       0300-EXIT.
           EXIT.

      ******************************************************************
      * 0330-ENCARGOS-VIGENTES - MULTA, JUROS AO MES E CARENCIA DA
      * VIGENCIA MAIS RECENTE QUE NAO PASSA DO MES DO RECEBIMENTO. SEM
      * VIGENCIA (OU SEM LATEFEERATE), NAO HA ENCARGO.
      ******************************************************************
       0330-ENCARGOS-VIGENTES SECTION.
           MOVE 0 TO WRK-VIG-ACHADA.
           MOVE 0 TO WRK-PCT-MULTA.
           MOVE 0 TO WRK-PCT-JUROS.
           MOVE 0 TO WRK-CARENCIA.

           PERFORM VARYING WRK-ALQ-IDX FROM 1 BY 1
                   UNTIL WRK-ALQ-IDX > WRK-ALQ-QTD
               IF WRK-ALQ-VIGENCIA(WRK-ALQ-IDX) <= BR-DATA(1:6)
                   AND WRK-ALQ-VIGENCIA(WRK-ALQ-IDX) >= WRK-VIG-ACHADA
                   MOVE WRK-ALQ-VIGENCIA(WRK-ALQ-IDX) TO WRK-VIG-ACHADA
                   MOVE WRK-ALQ-MULTA(WRK-ALQ-IDX)    TO WRK-PCT-MULTA
                   MOVE WRK-ALQ-JUROS(WRK-ALQ-IDX)    TO WRK-PCT-JUROS
                   MOVE WRK-ALQ-CARENCIA(WRK-ALQ-IDX) TO WRK-CARENCIA
               END-IF
           END-PERFORM.

      ******************************************************************
      * 0340-PRINCIPAL-DO-TITULO - PRINCIPAL EM REAIS DO TITULO
      * WRK-TIT-IDX NA DATA DO RECEBIMENTO E O MENOR RECEBIMENTO QUE
      * CASA COM ELE. TITULO EM REAIS: O PROPRIO VALOR, CASANDO SO A
      * PARTIR DELE. TITULO DE EXPORTACAO: VALOR NA MOEDA X TAXA DO
      * DIA, CASANDO ATE WRK-TOLER-CAMBIO POR CENTO ABAIXO; SEM
      * COTACAO, FICA O VALOR DA EMISSAO (SEM VARIACAO).
      ******************************************************************
       0340-PRINCIPAL-DO-TITULO SECTION.
           MOVE WRK-TIT-VALOR(WRK-TIT-IDX) TO WRK-PRINCIPAL.
           MOVE WRK-TIT-VALOR(WRK-TIT-IDX) TO WRK-PRINCIPAL-MIN.
           MOVE WRK-TIT-TAXA(WRK-TIT-IDX)  TO WRK-TAXA-RECEBTO.
           IF WRK-TIT-TAXA(WRK-TIT-IDX) = 0
               GO TO 0340-EXIT
           END-IF.

           MOVE 'T' TO CX-FUNCAO.
           MOVE WRK-TIT-MOEDA(WRK-TIT-IDX) TO CX-MOEDA.
           MOVE BR-DATA TO CX-DATA.
           CALL 'FXUTIL' USING CX-PARM.
           IF CX-RETORNO NOT = 'S'
               DISPLAY 'SEM COTACAO DE ' CX-MOEDA ' EM ' BR-DATA
                       ' - TITULO DO CLIENTE ' BR-CLIENTE
                       ' PELO VALOR DA EMISSAO'
               GO TO 0340-EXIT
           END-IF.

           MOVE CX-TAXA TO WRK-TAXA-RECEBTO.
           COMPUTE WRK-PRINCIPAL ROUNDED =
               WRK-TIT-VALOR-ME(WRK-TIT-IDX) * CX-TAXA.
           COMPUTE WRK-PRINCIPAL-MIN ROUNDED =
               WRK-PRINCIPAL * (100 - WRK-TOLER-CAMBIO) / 100.
       0340-EXIT.
           EXIT.

      ******************************************************************
      * 0350-CALCULA-ENCARGOS - DIAS DE ATRASO DO TITULO WRK-TIT-IDX
      * ATE A DATA DO RECEBIMENTO, MULTA, JUROS PRO RATA E DEVIDO.
      * TITULO DE ENCARGOS, TITULO EM DIA E ATRASO DENTRO DA CARENCIA
      * NAO TEM ENCARGO (DEVIDO = PRINCIPAL).
      ******************************************************************
       0350-CALCULA-ENCARGOS SECTION.
           MOVE 0 TO WRK-DIAS-ATRASO.
           MOVE 0 TO WRK-MULTA.
           MOVE 0 TO WRK-JUROS.
           MOVE WRK-PRINCIPAL TO WRK-DEVIDO.

           IF WRK-TIT-TIPO(WRK-TIT-IDX) = 'E'
               OR BR-DATA <= WRK-TIT-VENCIMENTO(WRK-TIT-IDX)
               GO TO 0350-EXIT
           END-IF.

           MOVE WRK-TIT-VENCIMENTO(WRK-TIT-IDX) TO DU-DATA.
           MOVE 'S' TO DU-FUNCAO.
           CALL 'DATEUTIL' USING DU-PARM.
           IF WRK-DIAS-RECEBTO > DU-DIAS-CORRIDOS
               COMPUTE WRK-DIAS-ATRASO =
                   WRK-DIAS-RECEBTO - DU-DIAS-CORRIDOS
           END-IF.
           IF WRK-DIAS-ATRASO <= WRK-CARENCIA
               GO TO 0350-EXIT
           END-IF.

           COMPUTE WRK-MULTA ROUNDED =
               WRK-PRINCIPAL * WRK-PCT-MULTA / 100.
           COMPUTE WRK-JUROS ROUNDED =
               WRK-PRINCIPAL * WRK-PCT-JUROS / 100
               / 30 * WRK-DIAS-ATRASO.
           COMPUTE WRK-DEVIDO =
               WRK-PRINCIPAL + WRK-MULTA + WRK-JUROS.
       0350-EXIT.
           EXIT.

      ******************************************************************
      * 0400-GRAVA-SUSPENSE - GRAVA O RECEBIMENTO SEM CASAMENTO NO
      * ARQUIVO CASHSUSP, PARA A COBRANCA REVISAR.

           ADD 1 TO WRK-QTDE-SUSPENSOS.

      ******************************************************************
      * 0450-TRATA-ENCARGOS - DEPOIS DA BAIXA DO TITULO ESCOLHIDO:
      * - TITULO DE ENCARGOS QUITADO E TODO RECEITA FINANCEIRA;
      * - NO TITULO DE VENDA, O QUE O RECEBIMENTO PASSA DO PRINCIPAL
      *   E ENCARGO RECEBIDO (PRIMEIRO A MULTA, DEPOIS OS JUROS);
      * - O QUE FALTA PARA O DEVIDO VIRA UM TITULO DE ENCARGOS NOVO
      *   NO ARITEMS, COM VENCIMENTO NA DATA DO RECEBIMENTO + 30 DIAS.
      * TUDO SAI NO RELATORIO LATEFEERPT; A RECEITA FINANCEIRA ENTRA
      * NO LANCAMENTO DO RECEBIMENTO (0470).
      ******************************************************************
       0450-TRATA-ENCARGOS SECTION.
           MOVE 0 TO WRK-ENC-RECEBIDO.
           MOVE 0 TO WRK-ENC-PENDENTE.

           IF WRK-TIT-TIPO(WRK-ESCOLHIDO) = 'E'
               ADD BR-VALOR TO WRK-TOT-ENC-QUITADO
               MOVE BR-VALOR TO WRK-CURR-ED-08
               MOVE SPACES TO LR-LINHA
               STRING 'QUITADO  CLIENTE ' BR-CLIENTE
                      ' TITULO DE ENCARGOS ' WRK-CURR-ED-08
                      ' VENCTO ' WRK-MENOR-VENCTO
                      ' RECEBIDO EM ' BR-DATA
                   DELIMITED BY SIZE INTO LR-LINHA
               END-STRING
               WRITE LR-LINHA
               GO TO 0450-EXIT
           END-IF.

           IF WRK-ESC-DEVIDO = WRK-ESC-PRINCIPAL
               GO TO 0450-EXIT
           END-IF.

           COMPUTE WRK-ENC-RECEBIDO =
               BR-VALOR - WRK-ESC-PRINCIPAL.
           COMPUTE WRK-ENC-PENDENTE = WRK-ESC-DEVIDO - BR-VALOR.
           IF WRK-ENC-RECEBIDO > WRK-ESC-MULTA
               MOVE WRK-ESC-MULTA TO WRK-MULTA-RECEBIDA
               COMPUTE WRK-JUROS-RECEBIDO =
                   WRK-ENC-RECEBIDO - WRK-ESC-MULTA
           ELSE
               MOVE WRK-ENC-RECEBIDO TO WRK-MULTA-RECEBIDA
               MOVE 0 TO WRK-JUROS-RECEBIDO
           END-IF.
           ADD WRK-MULTA-RECEBIDA TO WRK-TOT-MULTA-REC.
           ADD WRK-JUROS-RECEBIDO TO WRK-TOT-JUROS-REC.

           MOVE WRK-ESC-PRINCIPAL TO WRK-CURR-ED-08.
           MOVE SPACES TO LR-LINHA.
           STRING 'ATRASO   CLIENTE ' BR-CLIENTE
                  ' PRINCIPAL ' WRK-CURR-ED-08
                  ' VENCTO ' WRK-MENOR-VENCTO
                  ' RECEBIDO EM ' BR-DATA
                  ' DIAS ' WRK-ESC-ATRASO
               DELIMITED BY SIZE INTO LR-LINHA
           END-STRING
           WRITE LR-LINHA.
           MOVE WRK-ESC-MULTA TO WRK-CURR-ED-08.
           MOVE WRK-ESC-JUROS TO WRK-CURR-ED-09.
           MOVE SPACES TO LR-LINHA.
           STRING '         MULTA ' WRK-CURR-ED-08
                  ' JUROS ' WRK-CURR-ED-09
               DELIMITED BY SIZE INTO LR-LINHA
           END-STRING
           WRITE LR-LINHA.
           MOVE WRK-MULTA-RECEBIDA TO WRK-CURR-ED-08.
           MOVE WRK-JUROS-RECEBIDO TO WRK-CURR-ED-09.
           MOVE SPACES TO LR-LINHA.
           STRING '         RECEBIDO MULTA ' WRK-CURR-ED-08
                  ' JUROS ' WRK-CURR-ED-09
               DELIMITED BY SIZE INTO LR-LINHA
           END-STRING
           WRITE LR-LINHA.

           IF WRK-ENC-PENDENTE = 0
               GO TO 0450-EXIT
           END-IF.

           IF WRK-TIT-QTD >= 2000
               MOVE WRK-ENC-PENDENTE TO WRK-CURR-ED-08
               MOVE SPACES TO LR-LINHA
               STRING '         ARITEMS CHEIO - ENCARGO DE '
                      WRK-CURR-ED-08 ' NAO GEROU TITULO'
                   DELIMITED BY SIZE INTO LR-LINHA
               END-STRING
               WRITE LR-LINHA
               MOVE 0 TO WRK-ENC-PENDENTE
               GO TO 0450-EXIT
           END-IF.

           MOVE BR-DATA TO WRK-BASE-DATA.
           PERFORM 0480-CALCULA-VENCIMENTO.

           ADD 1 TO WRK-TIT-QTD.
           MOVE BR-CLIENTE       TO WRK-TIT-CLIENTE(WRK-TIT-QTD).
           MOVE WRK-ENC-PENDENTE TO WRK-TIT-VALOR(WRK-TIT-QTD).
           MOVE BR-DATA          TO WRK-TIT-EMISSAO(WRK-TIT-QTD).
           MOVE WRK-VENCTO       TO WRK-TIT-VENCIMENTO(WRK-TIT-QTD).
           MOVE 'A'              TO WRK-TIT-SITUACAO(WRK-TIT-QTD).
           MOVE ZEROES           TO WRK-TIT-DATA-PAGTO(WRK-TIT-QTD).
           MOVE WRK-TIT-PEDIDO(WRK-ESCOLHIDO)
                                 TO WRK-TIT-PEDIDO(WRK-TIT-QTD).
           MOVE 01               TO WRK-TIT-PARCELA(WRK-TIT-QTD).
           MOVE 01               TO WRK-TIT-TOT-PARC(WRK-TIT-QTD).
           MOVE 'E'              TO WRK-TIT-TIPO(WRK-TIT-QTD).
           MOVE 'BRL'            TO WRK-TIT-MOEDA(WRK-TIT-QTD).
           MOVE ZEROES           TO WRK-TIT-VALOR-ME(WRK-TIT-QTD).
           MOVE ZEROES           TO WRK-TIT-TAXA(WRK-TIT-QTD).

           ADD 1 TO WRK-QTDE-ENC-GERADOS.
           ADD WRK-ENC-PENDENTE TO WRK-TOT-ENC-GERADO.
           MOVE WRK-ENC-PENDENTE TO WRK-CURR-ED-08.
           MOVE SPACES TO LR-LINHA.
           STRING '         TITULO DE ENCARGOS GERADO ' WRK-CURR-ED-08
                  ' VENCTO ' WRK-VENCTO
               DELIMITED BY SIZE INTO LR-LINHA
           END-STRING
           WRITE LR-LINHA.
       0450-EXIT.
           EXIT.

      ******************************************************************
      * 0460-VARIACAO-CAMBIAL - TITULO DE EXPORTACAO BAIXADO: A
      * DIFERENCA ENTRE O PRINCIPAL RECEBIDO EM REAIS E O AR-VALOR
      * (REAIS NA EMISSAO) E A VARIACAO CAMBIAL REALIZADA: SAI NO
      * CASHAPPRPT, COM AS DUAS TAXAS, E ENTRA NO LANCAMENTO DO
      * RECEBIMENTO (0470).
      ******************************************************************
       0460-VARIACAO-CAMBIAL SECTION.
           COMPUTE WRK-VAR-CAMBIAL =
               WRK-ESC-PRINCIPAL - WRK-TIT-VALOR(WRK-ESCOLHIDO).
           ADD 1 TO WRK-QTDE-CAMBIO.

           MOVE WRK-TIT-VALOR-ME(WRK-ESCOLHIDO) TO WRK-CURR-ED-08.
           MOVE SPACES TO CA-LINHA.
           STRING '         ' WRK-TIT-MOEDA(WRK-ESCOLHIDO)
                  ' ' WRK-CURR-ED-08
                  ' TAXA EMISSAO ' WRK-TIT-TAXA(WRK-ESCOLHIDO)
                  ' TAXA RECEBTO ' WRK-ESC-TAXA
               DELIMITED BY SIZE INTO CA-LINHA
           END-STRING
           IF WRK-VAR-CAMBIAL < 0
               COMPUTE WRK-VAR-ABS = 0 - WRK-VAR-CAMBIAL
               MOVE ' PERDA CAMBIAL' TO CA-LINHA(75:14)
           ELSE
               MOVE WRK-VAR-CAMBIAL TO WRK-VAR-ABS
               MOVE ' GANHO CAMBIAL' TO CA-LINHA(75:14)
           END-IF.
           MOVE WRK-VAR-ABS TO WRK-CURR-ED-08.
           MOVE WRK-CURR-ED-08 TO CA-LINHA(90:15).
           WRITE CA-LINHA.

           IF WRK-VAR-CAMBIAL < 0
               ADD WRK-VAR-ABS TO WRK-TOT-VAR-PERDA
           ELSE
               ADD WRK-VAR-ABS TO WRK-TOT-VAR-GANHO
           END-IF.
       0460-EXIT.
           EXIT.

      ******************************************************************
      * 0470-LANCA-RECEBIMENTO - MONTA O LANCAMENTO DO RECEBIMENTO
      * CASADO E PASSA AO TRSYUTIL, QUE SO GRAVA NO GLTRANSACTIONS SE
      * O RECEBIMENTO AINDA NAO FOI LANCADO (TREASCTL). TITULO DE
      * ENCARGOS QUITADO SO BAIXA CLIENTES, POIS A RECEITA ENTROU
      * QUANDO O TITULO FOI GERADO.
      ******************************************************************
       0470-LANCA-RECEBIMENTO SECTION.
           MOVE 'L'               TO TS-FUNCAO.
           MOVE 'RECB'            TO TS-ORIGEM.
           MOVE BR-DATA           TO WRK-TS-DATA.
           MOVE BR-CLIENTE        TO WRK-TS-CLIENTE.
           MOVE WRK-QTDE-RECEBTOS TO WRK-TS-SEQ.
           MOVE WRK-TS-CHAVE      TO TS-CHAVE.
           MOVE BR-DATA           TO TS-DATA.
           MOVE 'PROGCOB069'      TO TS-OPERADOR.
           MOVE 2                 TO TS-QTDE-PERNAS.
           MOVE 1001     TO TS-CONTA(1).
           MOVE 'D'      TO TS-TIPO(1).
           MOVE BR-VALOR TO TS-VALOR(1).
           MOVE SPACES   TO TS-CCUSTO(1).
           MOVE 1101     TO TS-CONTA(2).
           MOVE 'C'      TO TS-TIPO(2).
           MOVE SPACES   TO TS-CCUSTO(2).
           IF WRK-TIT-TIPO(WRK-ESCOLHIDO) = 'E'
               MOVE BR-VALOR TO TS-VALOR(2)
               GO TO 0470-LANCA
           END-IF.
           MOVE WRK-ESC-PRINCIPAL TO TS-VALOR(2).

           MOVE 2202             TO TS-CONTA(3).
           MOVE 'C'              TO TS-TIPO(3).
           MOVE WRK-ENC-RECEBIDO TO TS-VALOR(3).
           MOVE SPACES           TO TS-CCUSTO(3).

           MOVE 1101             TO TS-CONTA(4).
           MOVE 'D'              TO TS-TIPO(4).
           MOVE WRK-ENC-PENDENTE TO TS-VALOR(4).
           MOVE SPACES           TO TS-CCUSTO(4).
           MOVE 2202             TO TS-CONTA(5).
           MOVE 'C'              TO TS-TIPO(5).
           MOVE WRK-ENC-PENDENTE TO TS-VALOR(5).
           MOVE SPACES           TO TS-CCUSTO(5).

           IF WRK-VAR-CAMBIAL < 0
               MOVE 3601 TO TS-CONTA(6)
               MOVE 'D'  TO TS-TIPO(6)
               MOVE 1101 TO TS-CONTA(7)
               MOVE 'C'  TO TS-TIPO(7)
           ELSE
               MOVE 1101 TO TS-CONTA(6)
               MOVE 'D'  TO TS-TIPO(6)
               MOVE 2201 TO TS-CONTA(7)
               MOVE 'C'  TO TS-TIPO(7)
           END-IF.
           MOVE WRK-VAR-ABS TO TS-VALOR(6).
           MOVE SPACES      TO TS-CCUSTO(6).
           MOVE WRK-VAR-ABS TO TS-VALOR(7).
           MOVE SPACES      TO TS-CCUSTO(7).
           MOVE 7 TO TS-QTDE-PERNAS.

       0470-LANCA.
           CALL 'TRSYUTIL' USING TS-PARM.
           IF TS-RETORNO = 'S'
               ADD 1 TO WRK-QTDE-LANCADOS
           ELSE
               IF TS-RETORNO = 'J'
                   ADD 1 TO WRK-QTDE-JA-LANC
                   MOVE SPACES TO CA-LINHA
                   STRING '         RECEBIMENTO JA LANCADO NO RAZAO'
                          ' - NAO LANCADO DE NOVO'
                       DELIMITED BY SIZE INTO CA-LINHA
                   END-STRING
                   WRITE CA-LINHA
               END-IF
           END-IF.
       0470-EXIT.
           EXIT.

      ******************************************************************
      * 0480-CALCULA-VENCIMENTO - SOMA 30 DIAS A WRK-BASE-DATA, VIRANDO
      * MES E ANO QUANDO PRECISO (MESMA MECANICA DO PROGCOB025).
      * DATA CAIDA EM FIM DE SEMANA OU FERIADO VAI PARA O PROXIMO DIA
      * UTIL DA UF DA MATRIZ (FILIAL 01), QUE FAZ A COBRANCA (DATEUTIL
      * FUNCAO P).
      ******************************************************************
       0480-CALCULA-VENCIMENTO SECTION.
           MOVE WRK-BASE-ANO TO WRK-VENCTO-ANO.
           MOVE WRK-BASE-MES TO WRK-VENCTO-MES.
           ADD WRK-BASE-DIA 30 GIVING WRK-VENCTO-SOBRA.

       0480-AJUSTA-MES.
           MOVE 'V' TO DU-FUNCAO.
           MOVE WRK-VENCTO-ANO TO DU-ANO.
           MOVE WRK-VENCTO-MES TO DU-MES.
           MOVE 01 TO DU-DIA.
           CALL 'DATEUTIL' USING DU-PARM.

           IF WRK-VENCTO-SOBRA > DU-ULT-DIA
               SUBTRACT DU-ULT-DIA FROM WRK-VENCTO-SOBRA
               ADD 1 TO WRK-VENCTO-MES
               IF WRK-VENCTO-MES > 12
                   MOVE 1 TO WRK-VENCTO-MES
                   ADD 1 TO WRK-VENCTO-ANO
               END-IF
               GO TO 0480-AJUSTA-MES
           END-IF.
           MOVE WRK-VENCTO-SOBRA TO WRK-VENCTO-DIA.

           MOVE 'N' TO FU-FUNCAO.
           MOVE 01 TO FU-FILIAL.
           CALL 'FILUTIL' USING FU-PARM.

           MOVE 'P' TO DU-FUNCAO.
           MOVE WRK-VENCTO TO DU-DATA.
           MOVE FU-UF TO DU-UF.
           CALL 'DATEUTIL' USING DU-PARM.
           IF DU-RETORNO = 'S'
               MOVE DU-DATA TO WRK-VENCTO
           END-IF.

      ******************************************************************
      * 0600-REGRAVA-TITULOS - REGRAVA O ARQUIVO ARITEMS COMPLETO COM
      * AS BAIXAS APLICADAS (MESMA MECANICA DO PROGCOB034).
               MOVE WRK-TIT-PEDIDO(WRK-TIT-IDX)     TO AR-PEDIDO
               MOVE WRK-TIT-PARCELA(WRK-TIT-IDX)    TO AR-PARCELA
               MOVE WRK-TIT-TOT-PARC(WRK-TIT-IDX)   TO AR-TOT-PARCELAS
               MOVE WRK-TIT-TIPO(WRK-TIT-IDX)       TO AR-TIPO
               MOVE WRK-TIT-MOEDA(WRK-TIT-IDX)      TO AR-MOEDA
               MOVE WRK-TIT-VALOR-ME(WRK-TIT-IDX)   TO AR-VALOR-ME
               MOVE WRK-TIT-TAXA(WRK-TIT-IDX)       TO AR-TAXA
               WRITE AR-REGISTRO
           END-PERFORM.
           CLOSE AR-ITEMS-FILE.

      ******************************************************************
      * 0700-RELATORIO-ENCARGOS - TOTAIS DO LATEFEERPT: MULTA E JUROS
      * RECEBIDOS JUNTO COM O PRINCIPAL, TITULOS DE ENCARGOS QUITADOS
      * (OS TRES SAO RECEITA FINANCEIRA DO DIA) E TITULOS DE ENCARGOS
      * GERADOS (A RECEBER).
      ******************************************************************
       0700-RELATORIO-ENCARGOS SECTION.
           MOVE SPACES TO LR-LINHA.
           WRITE LR-LINHA FROM '-------------------------------------'.
           MOVE WRK-TOT-MULTA-REC TO WRK-CURR-ED-09.
           MOVE SPACES TO LR-LINHA.
           STRING 'MULTA RECEBIDA:               ' WRK-CURR-ED-09
               DELIMITED BY SIZE INTO LR-LINHA
           END-STRING
           WRITE LR-LINHA.
           MOVE WRK-TOT-JUROS-REC TO WRK-CURR-ED-09.
           MOVE SPACES TO LR-LINHA.
           STRING 'JUROS RECEBIDOS:              ' WRK-CURR-ED-09
               DELIMITED BY SIZE INTO LR-LINHA
           END-STRING
           WRITE LR-LINHA.
           MOVE WRK-TOT-ENC-QUITADO TO WRK-CURR-ED-09.
           MOVE SPACES TO LR-LINHA.
           STRING 'TITULOS DE ENCARGOS QUITADOS: ' WRK-CURR-ED-09
               DELIMITED BY SIZE INTO LR-LINHA
           END-STRING
           WRITE LR-LINHA.
           MOVE WRK-TOT-ENC-GERADO TO WRK-CURR-ED-09.
           MOVE SPACES TO LR-LINHA.
           STRING 'TITULOS DE ENCARGOS GERADOS:  ' WRK-CURR-ED-09
                  ' (' WRK-QTDE-ENC-GERADOS ' TITULOS, A RECEBER)'
               DELIMITED BY SIZE INTO LR-LINHA
           END-STRING
           WRITE LR-LINHA.
           CLOSE LATE-FEE-REPORT-FILE.

       END PROGRAM PROGCOB069.
