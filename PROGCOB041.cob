      *              DE PAGAMENTO DO PROGCOB094 E O AGING DO
      *              PROGCOB095 - A FATURA APROVADA NAO CAI MAIS NO
      *              CHAO.
      * 15/10/2026 - O TITULO GRAVADO EM APITEMS PASSOU A SER MARCADO
      *              COMO DE FRETE (AP-TIPO 'T'), JA QUE O APITEMS
      *              TAMBEM RECEBE AS NOTAS DE MERCADORIA DOS
      *              FORNECEDORES CASADAS PELO PROGCOB125.
      * 15/10/2026 - CADA TITULO GRAVADO EM APITEMS PASSOU A SER LANCADO
      *              NO RAZAO (D 3002 DESPESA DE FRETES / C 2301 FRETES
      *              A PAGAR), PARA A CONTA DE CONTROLE DO CONTAS A
      *              PAGAR BATER COM OS TITULOS
      * 15/10/2026 - VENCIMENTO DO TITULO DA TRANSPORTADORA QUE CAIR EM
      *              FIM DE SEMANA OU FERIADO PASSA PARA O PROXIMO DIA
      *              UTIL DA UF DA MATRIZ (DATEUTIL FUNCAO P).
      * 15/10/2026 - EMBARQUE CASADO COM A FATURA QUE TINHA SIDO
      *              PROVISIONADO NO FIM DO MES PELO PROGCOB154
      *              (FRTACCRUAL) TEM A PROVISAO ESTORNADA NO RAZAO (C
      *              3002 / D 2303) E MARCADA COMO ESTORNADA.
      * 15/10/2026 - FRTACCRUAL MAIOR QUE A TABELA (3000 LINHAS) NAO E
      *              MAIS CARREGADO PELA METADE: A RODADA AVISA, NAO
      *              ESTORNA NENHUMA PROVISAO E NAO REGRAVA O ARQUIVO,
      *              PARA NAO PERDER AS LINHAS QUE FICARAM DE FORA.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-AP-STATUS.

           SELECT GL-TRANSACTION-FILE ASSIGN TO 'GLTRANSACTIONS'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-GL-STATUS.

           SELECT FREIGHT-ACCRUAL-FILE ASSIGN TO 'FRTACCRUAL'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-PROV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CARRIER-INVOICE-FILE.
       FD  AP-ITEMS-FILE.
           COPY 'APITEMS-REC.cob'.

       FD  GL-TRANSACTION-FILE.
           COPY 'GLTXN-REC.cob'.

       FD  FREIGHT-ACCRUAL-FILE.
           COPY 'FRTACCR-REC.cob'.

       FD  FREIGHT-AUDIT-FILE.
       01  FA-LINHA                PIC X(200).

      * GERACAO DOS TITULOS DE CONTAS A PAGAR (APITEMS): UM TITULO POR
      * TRANSPORTADORA COM O LIQUIDO APROVADO DA CONFERENCIA,
      * VENCIMENTO EM EMISSAO + 30 DIAS (DATEUTIL FUNCAO V, MESMA
      * CONTA DO PROGCOB025). CADA TITULO E LANCADO NO RAZAO: D 3002
      * DESPESA DE FRETES / C 2301 FRETES A PAGAR, NO CENTRO DE CUSTO
      * DA LOGISTICA.
      ******************************************************************
       77  WRK-AP-STATUS       PIC X(02)       VALUE SPACES.
       77  WRK-GL-STATUS       PIC X(02)       VALUE SPACES.
       77  WRK-QTDE-TITULOS-AP PIC 9(03)       VALUE ZEROES.
       01  WRK-VENCTO.
           02  WRK-VENCTO-ANO  PIC 9(04).
           02  WRK-VENCTO-DIA  PIC 9(02).
       77  WRK-VENCTO-SOBRA    PIC 9(04)       VALUE ZEROES.
           COPY 'DATEUTIL-PARM.cob'.
           COPY 'FILUTIL-PARM.cob'.

      ******************************************************************
      * FRETES PROVISIONADOS NO FIM DO MES PELO PROGCOB154 (FRTACCRUAL):
      * O EMBARQUE CASADO NESTA CONFERENCIA TEM A PROVISAO ESTORNADA
      * (C 3002 / D 2303, CENTRO DE CUSTO DA FILIAL). O FLAG MARCA AS
      * LINHAS ESTORNADAS NESTA RODADA.
      ******************************************************************
       77  WRK-PROV-STATUS     PIC X(02)       VALUE SPACES.
       77  WRK-PROV-EOF        PIC X(01)       VALUE 'N'.
           88  PROV-ACABOU                     VALUE 'S'.
       77  WRK-FPV-QTD         PIC 9(04)       VALUE ZEROES.
       77  WRK-FPV-IDX         PIC 9(04)       VALUE ZEROES.
       77  WRK-FPV-POS         PIC 9(04)       VALUE ZEROES.
       77  WRK-FPV-ESTOURO     PIC X(01)       VALUE 'N'.
           88  PROVISAO-ESTOURADA              VALUE 'S'.
       01  WRK-TAB-FRETE-PROV.
           02  WRK-FPV-LINHA   OCCURS 3000 TIMES.
               03  WRK-FPV-REG         PIC X(38).
               03  WRK-FPV-ESTORNAR    PIC X(01).
       77  WRK-QTDE-ESTORNOS   PIC 9(04)       VALUE ZEROES.
       77  WRK-TOT-ESTORNOS    PIC 9(08)V99    VALUE ZEROES.

       01  WRK-HOJE.
           02  WRK-HOJE-ANO    PIC 9(04)       VALUE ZEROES.
           ACCEPT WRK-TOLERANCIA.

           PERFORM 0100-CARREGA-COTACOES.
           PERFORM 0150-CARREGA-PROVISOES.
           PERFORM 0300-CONFERE-FATURA.
           PERFORM 0450-ABATE-CLAIMS.
           PERFORM 0480-GERA-TITULOS-AP.
           IF PROVISAO-ESTOURADA
               MOVE SPACES TO IR-LINHA
               WRITE IR-LINHA
                   FROM 'FRTACCRUAL ACIMA DE 3000 LINHAS - SEM ESTORNO'
           END-IF.
           IF WRK-QTDE-ESTORNOS > 0
               PERFORM 0495-ESTORNA-PROVISOES
           END-IF.
           PERFORM 0500-FINALIZA.

           STOP RUN.
       0100-EXIT.
           EXIT.

      ******************************************************************
      * 0150-CARREGA-PROVISOES - LE O FRTACCRUAL INTEIRO PARA A TABELA.
      * SEM O ARQUIVO NAO HA PROVISAO A ESTORNAR. ARQUIVO MAIOR QUE A
      * TABELA LIGA O WRK-FPV-ESTOURO: NADA E ESTORNADO NEM REGRAVADO.
      ******************************************************************
       0150-CARREGA-PROVISOES SECTION.
           OPEN INPUT FREIGHT-ACCRUAL-FILE.
           IF WRK-PROV-STATUS NOT = '00'
               GO TO 0150-EXIT
           END-IF.

           PERFORM UNTIL PROV-ACABOU
               READ FREIGHT-ACCRUAL-FILE
                   AT END
                       MOVE 'S' TO WRK-PROV-EOF
                   NOT AT END
                       IF WRK-FPV-QTD < 3000
                           ADD 1 TO WRK-FPV-QTD
                           MOVE FR-REGISTRO TO WRK-FPV-REG(WRK-FPV-QTD)
                           MOVE 'N' TO WRK-FPV-ESTORNAR(WRK-FPV-QTD)
                       ELSE
                           MOVE 'S' TO WRK-FPV-ESTOURO
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FREIGHT-ACCRUAL-FILE.
           IF PROVISAO-ESTOURADA
               DISPLAY 'FRTACCRUAL COM MAIS DE 3000 LINHAS - ARQUIVAR '
                       'AS ESTORNADAS; PROVISOES NAO SERAO ESTORNADAS'
           END-IF.
       0150-EXIT.
           EXIT.

      ******************************************************************
      * 0200-GUARDA-COTACAO - QUEBRA UMA LINHA DO FREIGHTAUDIT E A
      * GUARDA NA TABELA. LINHA SEM FRETE= LEGIVEL FICA DE FORA.
           END-IF.

           MOVE 'S' TO WRK-COT-CASADA(WRK-COT-POS).
           PERFORM 0410-MARCA-ESTORNO.
           COMPUTE WRK-DIFERENCA =
               CI-VALOR - WRK-COT-FRETE(WRK-COT-POS).

       0400-EXIT.
           EXIT.

      ******************************************************************
      * 0410-MARCA-ESTORNO - SE O EMBARQUE DA LINHA FATURADA FOI
      * PROVISIONADO NO FIM DO MES (FRTACCRUAL, MESMA DATA E UF, MESMA
      * TRANSPORTADORA QUANDO A FATURA TRAZ O CODIGO), MARCA A
      * PROVISAO PARA O ESTORNO.
      ******************************************************************
       0410-MARCA-ESTORNO SECTION.
           MOVE 0 TO WRK-FPV-POS.
           IF PROVISAO-ESTOURADA
               GO TO 0410-EXIT
           END-IF.
           PERFORM VARYING WRK-FPV-IDX FROM 1 BY 1
                   UNTIL WRK-FPV-IDX > WRK-FPV-QTD
                       OR WRK-FPV-POS > 0
               MOVE WRK-FPV-REG(WRK-FPV-IDX) TO FR-REGISTRO
               IF FRETE-PROVISIONADO
                   AND WRK-FPV-ESTORNAR(WRK-FPV-IDX) = 'N'
                   AND FR-DATA = CI-DATA
                   AND FR-ESTADO = CI-ESTADO
                   MOVE WRK-FPV-IDX TO WRK-FPV-POS
                   IF CI-TRANSP NUMERIC AND CI-TRANSP > 0
                       AND FR-TRANSP NOT = CI-TRANSP
                       MOVE 0 TO WRK-FPV-POS
                   END-IF
               END-IF
           END-PERFORM.

           IF WRK-FPV-POS = 0
               GO TO 0410-EXIT
           END-IF.

           MOVE WRK-FPV-REG(WRK-FPV-POS) TO FR-REGISTRO.
           MOVE 'E'      TO FR-SITUACAO.
           MOVE WRK-HOJE TO FR-DATA-ESTORNO.
           MOVE FR-REGISTRO TO WRK-FPV-REG(WRK-FPV-POS).
           MOVE 'S' TO WRK-FPV-ESTORNAR(WRK-FPV-POS).
           ADD 1 TO WRK-QTDE-ESTORNOS.
           ADD FR-VALOR TO WRK-TOT-ESTORNOS.
       0410-EXIT.
           EXIT.

      ******************************************************************
      * 0420-ACUMULA-APROVADO - SOMA A LINHA CONFERIDA NO TOTAL
      * APROVADO DA TRANSPORTADORA (CI-TRANSP; LINHA ANTIGA SEM O
           IF WRK-AP-STATUS NOT = '00'
               OPEN OUTPUT AP-ITEMS-FILE
           END-IF.
           OPEN EXTEND GL-TRANSACTION-FILE.
           IF WRK-GL-STATUS NOT = '00'
               OPEN OUTPUT GL-TRANSACTION-FILE
           END-IF.

           PERFORM VARYING WRK-APR-IDX FROM 1 BY 1
                   UNTIL WRK-APR-IDX > WRK-APR-QTD
                   MOVE WRK-VENCTO TO AP-VENCIMENTO
                   MOVE 'A'        TO AP-SITUACAO
                   MOVE ZEROES     TO AP-DATA-PAGTO
                   MOVE 'T'        TO AP-TIPO
                   MOVE ZEROES     TO AP-FORNECEDOR
                   MOVE ZEROES     TO AP-NOTA
                   WRITE AP-REGISTRO
                   PERFORM 0485-POSTA-TITULO-AP
                   ADD 1 TO WRK-QTDE-TITULOS-AP
               END-IF
           END-PERFORM.

           CLOSE AP-ITEMS-FILE.
           CLOSE GL-TRANSACTION-FILE.

      ******************************************************************
      * 0485-POSTA-TITULO-AP - PAR BALANCEADO NO RAZAO PELO TITULO
      * GRAVADO: DEBITO NA DESPESA DE FRETES (3002) E CREDITO EM
      * FRETES A PAGAR (2301), QUE O PAGAMENTO DO PROGCOB094 BAIXA.
      ******************************************************************
       0485-POSTA-TITULO-AP SECTION.
           MOVE 3002         TO GL-CONTA.
           MOVE 'D'          TO GL-TIPO.
           MOVE AP-VALOR     TO GL-VALOR.
           MOVE WRK-HOJE     TO GL-DATA.
           MOVE 'PROGCOB041' TO GL-OPERADOR.
           MOVE '1200'       TO GL-CCUSTO.
           WRITE GL-REGISTRO.

           MOVE 2301         TO GL-CONTA.
           MOVE 'C'          TO GL-TIPO.
           WRITE GL-REGISTRO.

      ******************************************************************
      * 0490-CALCULA-VENCIMENTO - SOMA 30 DIAS A DATA DE HOJE, VIRANDO
      * MES E ANO QUANDO PRECISO (DATEUTIL FUNCAO V, MESMA CONTA DO
      * PROGCOB025).
      * DATA CAIDA EM FIM DE SEMANA OU FERIADO VAI PARA O PROXIMO DIA
      * UTIL DA UF DA MATRIZ (FILIAL 01), QUE PAGA AS TRANSPORTADORAS
      * (DATEUTIL FUNCAO P).
      ******************************************************************
       0490-CALCULA-VENCIMENTO SECTION.
           MOVE WRK-HOJE-ANO TO WRK-VENCTO-ANO.
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
      * 0495-ESTORNA-PROVISOES - LANCA O ESTORNO DE CADA PROVISAO DE
      * FRETE MARCADA NESTA CONFERENCIA (C 3002 DESPESA DE FRETES /
      * D 2303 FRETES PROVISIONADOS A PAGAR, CENTRO DE CUSTO DA FILIAL
      * DO EMBARQUE) E REGRAVA O FRTACCRUAL COM A SITUACAO NOVA. A
      * DESPESA DE VERDADE ENTRA PELO TITULO DA TRANSPORTADORA.
      ******************************************************************
       0495-ESTORNA-PROVISOES SECTION.
           OPEN EXTEND GL-TRANSACTION-FILE.
           IF WRK-GL-STATUS NOT = '00'
               OPEN OUTPUT GL-TRANSACTION-FILE
           END-IF.

           PERFORM VARYING WRK-FPV-IDX FROM 1 BY 1
                   UNTIL WRK-FPV-IDX > WRK-FPV-QTD
               IF WRK-FPV-ESTORNAR(WRK-FPV-IDX) = 'S'
                   MOVE WRK-FPV-REG(WRK-FPV-IDX) TO FR-REGISTRO
                   MOVE 3002         TO GL-CONTA
                   MOVE 'C'          TO GL-TIPO
                   MOVE FR-VALOR     TO GL-VALOR
                   MOVE WRK-HOJE     TO GL-DATA
                   MOVE 'PROGCOB041' TO GL-OPERADOR
                   MOVE SPACES       TO GL-CCUSTO
                   STRING 'F' FR-FILIAL
                       DELIMITED BY SIZE INTO GL-CCUSTO
                   END-STRING
                   WRITE GL-REGISTRO
                   MOVE 2303         TO GL-CONTA
                   MOVE 'D'          TO GL-TIPO
                   WRITE GL-REGISTRO
               END-IF
           END-PERFORM.

           CLOSE GL-TRANSACTION-FILE.

           OPEN OUTPUT FREIGHT-ACCRUAL-FILE.
           PERFORM VARYING WRK-FPV-IDX FROM 1 BY 1
                   UNTIL WRK-FPV-IDX > WRK-FPV-QTD
               MOVE WRK-FPV-REG(WRK-FPV-IDX) TO FR-REGISTRO
               WRITE FR-REGISTRO
           END-PERFORM.
           CLOSE FREIGHT-ACCRUAL-FILE.

           MOVE WRK-TOT-ESTORNOS TO WRK-CURR-ED-08.
           MOVE SPACES TO IR-LINHA.
           STRING 'PROVISOES DE FRETE ESTORNADAS: ' WRK-QTDE-ESTORNOS
                  ' EMBARQUES, ' WRK-CURR-ED-08
               DELIMITED BY SIZE INTO IR-LINHA
           END-STRING.
           WRITE IR-LINHA.

      ******************************************************************
      * 0500-FINALIZA - RESUMO DA CONFERENCIA.
      ******************************************************************
