       IDENTIFICATION DIVISION.
       PROGRAM-ID. NFEUTIL.
      ******************************************************************
      *AUTHOR: CARLOS AMARAL
      *DATE: 15/10/2026
      *PURPOSE: SUBPROGRAMA DO REGISTRO DE NOTAS FISCAIS (MESMO
      *         DESENHO DE SUBPROGRAMA DO STOCKUTIL). A POSTAGEM DE
      *         CADA PEDIDO (PROGCOB025 EM LOTE, PROGCOB014 NO
      *         TERMINAL) CHAMA A EMISSAO, QUE DA A NOTA UM NUMERO
      *         SEQUENCIAL NA SERIE ATIVA DA FILIAL (NFSERIES), GRAVA
      *         A NOTA NO NFREGISTER E O REGISTRO DE INTERFACE DA
      *         NF-E NO NFEOUT (EMITENTE, CNPJ/CPF DO CLIENTE, ITENS,
      *         ICMS E PIS/COFINS). O CANCELAMENTO E A INUTILIZACAO DE
      *         NUMEROS (PROGCOB131) PASSAM PELO MESMO LUGAR, PARA QUE
      *         NENHUM NUMERO DA SERIE FIQUE SEM EXPLICACAO NO
      *         RELATORIO DIARIO DO PROGCOB132. VER AS FUNCOES NA COPY
      *         NFEUTIL-PARM.
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

           SELECT NFE-OUT-FILE ASSIGN TO 'NFEOUT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-SAIDA-STATUS.

           SELECT CUST-MASTER-FILE ASSIGN TO 'CUSTMASTER'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CODIGO
               FILE STATUS IS WRK-CUST-STATUS.

           SELECT RATE-FILE ASSIGN TO 'PISCOFRATE'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-RATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NF-SERIES-FILE.
           COPY 'NFSERIES-REC.cob'.

       FD  NF-REGISTER-FILE.
           COPY 'NFREGISTER-REC.cob'.

       FD  NFE-OUT-FILE.
           COPY 'NFEOUT-REC.cob'.

       FD  CUST-MASTER-FILE.
           COPY 'CUSTMASTER-REC.cob'.

       FD  RATE-FILE.
       01  PC-REGISTRO.
           02  PC-VIGENCIA         PIC 9(06).
           02  PC-TIPO             PIC X(01).
           02  PC-ALIQUOTA         PIC 9(02)V99.

       WORKING-STORAGE SECTION.
           COPY 'FILUTIL-PARM.cob'.
           COPY 'ORDLUTIL-PARM.cob'.
           COPY 'DATEUTIL-PARM.cob'.

       77  WRK-SERIE-STATUS    PIC X(02)       VALUE SPACES.
       77  WRK-SERIE-EOF       PIC X(01)       VALUE 'N'.
           88  SERIE-ACABOU                    VALUE 'S'.
       77  WRK-NOTA-STATUS     PIC X(02)       VALUE SPACES.
       77  WRK-SAIDA-STATUS    PIC X(02)       VALUE SPACES.
       77  WRK-CUST-STATUS     PIC X(02)       VALUE SPACES.
       77  WRK-RATE-STATUS     PIC X(02)       VALUE SPACES.
       77  WRK-RATE-EOF        PIC X(01)       VALUE 'N'.
           88  RATE-ACABOU                     VALUE 'S'.

       77  WRK-SERIE-ATIVA     PIC 9(03)       VALUE ZEROES.
       77  WRK-MAIOR-SERIE     PIC 9(03)       VALUE ZEROES.
       77  WRK-CNPJ-CPF        PIC 9(14)       VALUE ZEROES.
       77  WRK-NUMERO          PIC 9(09)       VALUE ZEROES.
       77  WRK-FAIXA-OK        PIC X(01)       VALUE 'S'.
       77  WRK-DIAS-EMISSAO    PIC 9(08)       VALUE ZEROES.
       77  WRK-LIN-IDX         PIC 9(02)       VALUE ZEROES.

      ******************************************************************
      * ALIQUOTAS DE PIS E COFINS (PISCOFRATE, MESMO ARQUIVO DA
      * APURACAO DO PROGCOB117), LIDAS NA PRIMEIRA EMISSAO. VALE, PARA
      * CADA TRIBUTO, A LINHA DE VIGENCIA MAIS RECENTE QUE NAO PASSA DO
      * MES DA NOTA.
      ******************************************************************
       77  WRK-CARREGADO       PIC X(01)       VALUE 'N'.
       77  WRK-ALIQ-QTD        PIC 9(03)       VALUE ZEROES.
       77  WRK-ALIQ-IDX        PIC 9(03)       VALUE ZEROES.
       01  WRK-TAB-ALIQ.
           02  WRK-ALIQ-LINHA  OCCURS 100 TIMES.
               03  WRK-ALIQ-VIGENCIA   PIC 9(06).
               03  WRK-ALIQ-TIPO       PIC X(01).
               03  WRK-ALIQ-PERC       PIC 9(02)V99.
       01  WRK-COMPETENCIA.
           02  WRK-COMP-ANO    PIC 9(04).
           02  WRK-COMP-MES    PIC 9(02).
       01  WRK-COMP-NUM REDEFINES WRK-COMPETENCIA PIC 9(06).
       01  WRK-DATA-NOTA.
           02  WRK-NOTA-ANO    PIC 9(04).
           02  WRK-NOTA-MES    PIC 9(02).
           02  WRK-NOTA-DIA    PIC 9(02).
       77  WRK-ALIQ-PIS        PIC 9(02)V99    VALUE ZEROES.
       77  WRK-VIG-PIS         PIC 9(06)       VALUE ZEROES.
       77  WRK-ALIQ-COFINS     PIC 9(02)V99    VALUE ZEROES.
       77  WRK-VIG-COFINS      PIC 9(06)       VALUE ZEROES.

       LINKAGE SECTION.
           COPY 'NFEUTIL-PARM.cob'.

       PROCEDURE DIVISION USING NE-PARM.

           MOVE 'N' TO NE-RETORNO.

           EVALUATE NE-FUNCAO
               WHEN 'E'
                   PERFORM 1000-EMITE
               WHEN 'C'
                   PERFORM 2000-CANCELA
               WHEN 'I'
                   PERFORM 3000-INUTILIZA
               WHEN 'A'
                   PERFORM 4000-ABRE-SERIE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           GOBACK.

      ******************************************************************
      * 1000-EMITE - NUMERA A NOTA NA SERIE ATIVA DA FILIAL, CALCULA
      * PIS/COFINS, GRAVA O NFREGISTER E A INTERFACE NFEOUT.
      ******************************************************************
       1000-EMITE SECTION.
           MOVE 0 TO NE-PIS.
           MOVE 0 TO NE-COFINS.

           PERFORM 5000-ABRE-SERIES.
           IF WRK-SERIE-STATUS NOT = '00'
               GO TO 1000-EXIT
           END-IF.

           PERFORM 1100-SERIE-ATIVA.
           MOVE NE-FILIAL       TO NS-FILIAL.
           MOVE WRK-SERIE-ATIVA TO NS-SERIE.
           READ NF-SERIES-FILE
               INVALID KEY
                   MOVE NE-FILIAL       TO NS-FILIAL
                   MOVE WRK-SERIE-ATIVA TO NS-SERIE
                   MOVE 1               TO NS-ULTIMO
                   MOVE 'S'             TO NS-ATIVA
                   MOVE NE-DATA         TO NS-DATA-ABERTURA
                   WRITE NS-REGISTRO
               NOT INVALID KEY
                   ADD 1 TO NS-ULTIMO
                   REWRITE NS-REGISTRO
           END-READ.
           MOVE NS-SERIE  TO NE-SERIE.
           MOVE NS-ULTIMO TO NE-NUMERO.
           CLOSE NF-SERIES-FILE.

           PERFORM 1200-CALCULA-PIS-COFINS.

           MOVE 0 TO WRK-CNPJ-CPF.
           IF NE-CLIENTE > 0
               OPEN INPUT CUST-MASTER-FILE
               IF WRK-CUST-STATUS = '00'
                   MOVE NE-CLIENTE TO CM-CODIGO
                   READ CUST-MASTER-FILE
                       NOT INVALID KEY
                           MOVE CM-CNPJ-CPF TO WRK-CNPJ-CPF
                   END-READ
                   CLOSE CUST-MASTER-FILE
               END-IF
           END-IF.

           PERFORM 5100-ABRE-REGISTRO.
           IF WRK-NOTA-STATUS NOT = '00'
               GO TO 1000-EXIT
           END-IF.

           MOVE SPACES          TO NR-REGISTRO.
           MOVE NE-FILIAL       TO NR-FILIAL.
           MOVE NE-SERIE        TO NR-SERIE.
           MOVE NE-NUMERO       TO NR-NUMERO.
           MOVE 'E'             TO NR-SITUACAO.
           MOVE NE-DATA         TO NR-DATA-EMISSAO.
           MOVE NE-PEDIDO       TO NR-PEDIDO.
           MOVE NE-CLIENTE      TO NR-CLIENTE.
           MOVE WRK-CNPJ-CPF    TO NR-CNPJ-CPF.
           MOVE NE-VALOR        TO NR-VALOR.
           MOVE NE-FRETE        TO NR-FRETE.
           MOVE NE-ICMS         TO NR-ICMS.
           MOVE NE-PIS          TO NR-PIS.
           MOVE NE-COFINS       TO NR-COFINS.
           MOVE NE-PROGRAMA     TO NR-PROGRAMA.
           MOVE NE-OPERADOR     TO NR-OPERADOR.
           MOVE 0               TO NR-DATA-EVENTO.
           WRITE NR-REGISTRO
               INVALID KEY
                   CLOSE NF-REGISTER-FILE
                   GO TO 1000-EXIT
           END-WRITE.
           CLOSE NF-REGISTER-FILE.

           PERFORM 1300-GRAVA-INTERFACE.

           MOVE 'S' TO NE-RETORNO.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1100-SERIE-ATIVA - PROCURA A SERIE ATIVA DA FILIAL. FILIAL SEM
      * SERIE ATIVA GANHA A SEGUINTE A MAIOR QUE JA TEVE (A 001 NA
      * PRIMEIRA NOTA), GRAVADA NA NUMERACAO DO 1000-EMITE.
      ******************************************************************
       1100-SERIE-ATIVA SECTION.
           MOVE 0 TO WRK-SERIE-ATIVA.
           MOVE 0 TO WRK-MAIOR-SERIE.
           MOVE 'N' TO WRK-SERIE-EOF.

           MOVE NE-FILIAL TO NS-FILIAL.
           MOVE 0 TO NS-SERIE.
           START NF-SERIES-FILE KEY IS NOT LESS THAN NS-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-SERIE-EOF
           END-START.

           PERFORM UNTIL SERIE-ACABOU
               READ NF-SERIES-FILE NEXT
                   AT END
                       MOVE 'S' TO WRK-SERIE-EOF
                   NOT AT END
                       IF NS-FILIAL NOT = NE-FILIAL
                           MOVE 'S' TO WRK-SERIE-EOF
                       ELSE
                           MOVE NS-SERIE TO WRK-MAIOR-SERIE
                           IF SERIE-ATIVA
                               MOVE NS-SERIE TO WRK-SERIE-ATIVA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           IF WRK-SERIE-ATIVA = 0
               COMPUTE WRK-SERIE-ATIVA = WRK-MAIOR-SERIE + 1
           END-IF.

      ******************************************************************
      * 1200-CALCULA-PIS-COFINS - PIS E COFINS SOBRE O VALOR TOTAL DA
      * NOTA (MESMA BASE DA APURACAO DO PROGCOB117), PELAS ALIQUOTAS
      * VIGENTES NO MES DA NOTA. SEM ALIQUOTA, O TRIBUTO SAI ZERADO.
      ******************************************************************
       1200-CALCULA-PIS-COFINS SECTION.
           IF WRK-CARREGADO = 'N'
               PERFORM 1250-CARREGA-ALIQUOTAS
           END-IF.

           MOVE NE-DATA      TO WRK-DATA-NOTA.
           MOVE WRK-NOTA-ANO TO WRK-COMP-ANO.
           MOVE WRK-NOTA-MES TO WRK-COMP-MES.

           MOVE 0 TO WRK-ALIQ-PIS.
           MOVE 0 TO WRK-VIG-PIS.
           MOVE 0 TO WRK-ALIQ-COFINS.
           MOVE 0 TO WRK-VIG-COFINS.
           PERFORM VARYING WRK-ALIQ-IDX FROM 1 BY 1
                   UNTIL WRK-ALIQ-IDX > WRK-ALIQ-QTD
               IF WRK-ALIQ-VIGENCIA(WRK-ALIQ-IDX) <= WRK-COMP-NUM
                   IF WRK-ALIQ-TIPO(WRK-ALIQ-IDX) = 'P'
                       AND WRK-ALIQ-VIGENCIA(WRK-ALIQ-IDX)
                           >= WRK-VIG-PIS
                       MOVE WRK-ALIQ-VIGENCIA(WRK-ALIQ-IDX)
                           TO WRK-VIG-PIS
                       MOVE WRK-ALIQ-PERC(WRK-ALIQ-IDX)
                           TO WRK-ALIQ-PIS
                   END-IF
                   IF WRK-ALIQ-TIPO(WRK-ALIQ-IDX) = 'C'
                       AND WRK-ALIQ-VIGENCIA(WRK-ALIQ-IDX)
                           >= WRK-VIG-COFINS
                       MOVE WRK-ALIQ-VIGENCIA(WRK-ALIQ-IDX)
                           TO WRK-VIG-COFINS
                       MOVE WRK-ALIQ-PERC(WRK-ALIQ-IDX)
                           TO WRK-ALIQ-COFINS
                   END-IF
               END-IF
           END-PERFORM.

           COMPUTE NE-PIS ROUNDED = NE-VALOR * WRK-ALIQ-PIS / 100.
           COMPUTE NE-COFINS ROUNDED =
               NE-VALOR * WRK-ALIQ-COFINS / 100.

      ******************************************************************
      * 1250-CARREGA-ALIQUOTAS - LE O PISCOFRATE PARA A TABELA, UMA
      * VEZ POR RODADA.
      ******************************************************************
       1250-CARREGA-ALIQUOTAS SECTION.
           MOVE 'S' TO WRK-CARREGADO.
           MOVE 0 TO WRK-ALIQ-QTD.
           MOVE 'N' TO WRK-RATE-EOF.

           OPEN INPUT RATE-FILE.
           IF WRK-RATE-STATUS NOT = '00'
               GO TO 1250-EXIT
           END-IF.

           PERFORM UNTIL RATE-ACABOU
               READ RATE-FILE
                   AT END
                       MOVE 'S' TO WRK-RATE-EOF
                   NOT AT END
                       IF WRK-ALIQ-QTD < 100
                           AND PC-VIGENCIA NUMERIC
                           AND PC-ALIQUOTA NUMERIC
                           ADD 1 TO WRK-ALIQ-QTD
                           MOVE PC-VIGENCIA
                               TO WRK-ALIQ-VIGENCIA(WRK-ALIQ-QTD)
                           MOVE PC-TIPO
                               TO WRK-ALIQ-TIPO(WRK-ALIQ-QTD)
                           MOVE PC-ALIQUOTA
                               TO WRK-ALIQ-PERC(WRK-ALIQ-QTD)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE RATE-FILE.
       1250-EXIT.
           EXIT.

      ******************************************************************
      * 1300-GRAVA-INTERFACE - CABECALHO 'C' E UM 'I' POR ITEM DO
      * PEDIDO NO NFEOUT. A UF DO EMITENTE VEM DO CADASTRO DE FILIAIS
      * (FILUTIL); PEDIDO SEM LINHAS SAI COM UM ITEM UNICO.
      ******************************************************************
       1300-GRAVA-INTERFACE SECTION.
           MOVE 'N' TO FU-FUNCAO.
           MOVE NE-FILIAL TO FU-FILIAL.
           CALL 'FILUTIL' USING FU-PARM.

           MOVE 'L' TO LN-FUNCAO.
           MOVE NE-PEDIDO TO LN-PEDIDO.
           MOVE 0 TO LN-QTDE-LINHAS.
           IF NE-PEDIDO > 0
               CALL 'ORDLUTIL' USING LN-PARM
           END-IF.
           IF NE-PEDIDO = 0 OR LN-RETORNO NOT = 'S'
               MOVE 1 TO LN-QTDE-LINHAS
               MOVE 'DIVERSOS' TO LN-PRODUTO(1)
               MOVE 1 TO LN-QTDE(1)
               COMPUTE LN-VALOR(1) = NE-VALOR - NE-FRETE
               MOVE LN-VALOR(1) TO LN-PRECO-UNIT(1)
           END-IF.

           OPEN EXTEND NFE-OUT-FILE.
           IF WRK-SAIDA-STATUS NOT = '00'
               OPEN OUTPUT NFE-OUT-FILE
           END-IF.

           MOVE SPACES          TO NX-REGISTRO.
           MOVE 'C'             TO NX-TIPO.
           MOVE NE-FILIAL       TO NX-FILIAL.
           MOVE NE-SERIE        TO NX-SERIE.
           MOVE NE-NUMERO       TO NX-NUMERO.
           MOVE NE-DATA         TO NX-C-DATA.
           MOVE FU-UF           TO NX-C-UF-EMITENTE.
           MOVE NE-PEDIDO       TO NX-C-PEDIDO.
           MOVE NE-CLIENTE      TO NX-C-CLIENTE.
           MOVE WRK-CNPJ-CPF    TO NX-C-CNPJ-CPF.
           MOVE NE-UF-DESTINO   TO NX-C-UF-DESTINO.
           MOVE NE-VALOR        TO NX-C-VALOR.
           MOVE NE-FRETE        TO NX-C-FRETE.
           MOVE NE-ICMS         TO NX-C-ICMS.
           MOVE NE-PIS          TO NX-C-PIS.
           MOVE NE-COFINS       TO NX-C-COFINS.
           MOVE LN-QTDE-LINHAS  TO NX-C-QTDE-ITENS.
           WRITE NX-REGISTRO.

           PERFORM VARYING WRK-LIN-IDX FROM 1 BY 1
                   UNTIL WRK-LIN-IDX > LN-QTDE-LINHAS
               MOVE SPACES      TO NX-REGISTRO
               MOVE 'I'         TO NX-TIPO
               MOVE NE-FILIAL   TO NX-FILIAL
               MOVE NE-SERIE    TO NX-SERIE
               MOVE NE-NUMERO   TO NX-NUMERO
               MOVE WRK-LIN-IDX TO NX-I-ITEM
               MOVE LN-PRODUTO(WRK-LIN-IDX)    TO NX-I-PRODUTO
               MOVE LN-QTDE(WRK-LIN-IDX)       TO NX-I-QTDE
               MOVE LN-PRECO-UNIT(WRK-LIN-IDX) TO NX-I-PRECO
               MOVE LN-VALOR(WRK-LIN-IDX)      TO NX-I-VALOR
               WRITE NX-REGISTRO
           END-PERFORM.

           CLOSE NFE-OUT-FILE.

      ******************************************************************
      * 2000-CANCELA - CANCELA NOTA EMITIDA, ATE O DIA SEGUINTE AO DA
      * EMISSAO, E AVISA A INTERFACE COM UM REGISTRO 'X'.
      ******************************************************************
       2000-CANCELA SECTION.
           PERFORM 5100-ABRE-REGISTRO.
           IF WRK-NOTA-STATUS NOT = '00'
               GO TO 2000-EXIT
           END-IF.

           MOVE NE-FILIAL TO NR-FILIAL.
           MOVE NE-SERIE  TO NR-SERIE.
           MOVE NE-NUMERO TO NR-NUMERO.
           READ NF-REGISTER-FILE
               INVALID KEY
                   CLOSE NF-REGISTER-FILE
                   GO TO 2000-EXIT
           END-READ.

           IF NOT NF-EMITIDA
               MOVE 'X' TO NE-RETORNO
               CLOSE NF-REGISTER-FILE
               GO TO 2000-EXIT
           END-IF.

           MOVE 'S' TO DU-FUNCAO.
           MOVE NR-DATA-EMISSAO TO DU-DATA.
           CALL 'DATEUTIL' USING DU-PARM.
           MOVE DU-DIAS-CORRIDOS TO WRK-DIAS-EMISSAO.
           MOVE NE-DATA TO DU-DATA.
           CALL 'DATEUTIL' USING DU-PARM.
           IF DU-DIAS-CORRIDOS > WRK-DIAS-EMISSAO + 1
               MOVE 'P' TO NE-RETORNO
               CLOSE NF-REGISTER-FILE
               GO TO 2000-EXIT
           END-IF.

           MOVE 'C'         TO NR-SITUACAO.
           MOVE NE-DATA     TO NR-DATA-EVENTO.
           MOVE NE-MOTIVO   TO NR-MOTIVO.
           MOVE NE-OPERADOR TO NR-OPER-EVENTO.
           REWRITE NR-REGISTRO.
           CLOSE NF-REGISTER-FILE.

           MOVE NE-NUMERO TO NE-NUMERO-ATE.
           MOVE 'X' TO NX-TIPO.
           PERFORM 5200-GRAVA-EVENTO.

           MOVE 'S' TO NE-RETORNO.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 3000-INUTILIZA - INUTILIZA UMA FAIXA DE NUMEROS NUNCA USADOS DA
      * SERIE: CONFERE A FAIXA INTEIRA ANTES DE GRAVAR, MARCA CADA
      * NUMERO COMO INUTILIZADO, AVANCA A SERIE QUANDO A FAIXA PASSA
      * DO ULTIMO NUMERO E AVISA A INTERFACE COM UM REGISTRO 'N'.
      ******************************************************************
       3000-INUTILIZA SECTION.
           IF NE-NUMERO = 0 OR NE-NUMERO-ATE < NE-NUMERO
               OR NE-NUMERO-ATE - NE-NUMERO > 499
               MOVE 'X' TO NE-RETORNO
               GO TO 3000-EXIT
           END-IF.

           PERFORM 5000-ABRE-SERIES.
           IF WRK-SERIE-STATUS NOT = '00'
               GO TO 3000-EXIT
           END-IF.
           MOVE NE-FILIAL TO NS-FILIAL.
           MOVE NE-SERIE  TO NS-SERIE.
           READ NF-SERIES-FILE
               INVALID KEY
                   CLOSE NF-SERIES-FILE
                   GO TO 3000-EXIT
           END-READ.

           PERFORM 5100-ABRE-REGISTRO.
           IF WRK-NOTA-STATUS NOT = '00'
               CLOSE NF-SERIES-FILE
               GO TO 3000-EXIT
           END-IF.

           MOVE 'S' TO WRK-FAIXA-OK.
           PERFORM VARYING WRK-NUMERO FROM NE-NUMERO BY 1
                   UNTIL WRK-NUMERO > NE-NUMERO-ATE
               MOVE NE-FILIAL  TO NR-FILIAL
               MOVE NE-SERIE   TO NR-SERIE
               MOVE WRK-NUMERO TO NR-NUMERO
               READ NF-REGISTER-FILE
                   NOT INVALID KEY
                       MOVE 'N' TO WRK-FAIXA-OK
               END-READ
           END-PERFORM.

           IF WRK-FAIXA-OK = 'N'
               MOVE 'X' TO NE-RETORNO
               CLOSE NF-REGISTER-FILE
               CLOSE NF-SERIES-FILE
               GO TO 3000-EXIT
           END-IF.

           PERFORM VARYING WRK-NUMERO FROM NE-NUMERO BY 1
                   UNTIL WRK-NUMERO > NE-NUMERO-ATE
               MOVE SPACES      TO NR-REGISTRO
               MOVE NE-FILIAL   TO NR-FILIAL
               MOVE NE-SERIE    TO NR-SERIE
               MOVE WRK-NUMERO  TO NR-NUMERO
               MOVE 'I'         TO NR-SITUACAO
               MOVE 0           TO NR-DATA-EMISSAO
               MOVE 0           TO NR-PEDIDO
               MOVE 0           TO NR-CLIENTE
               MOVE 0           TO NR-CNPJ-CPF
               MOVE 0           TO NR-VALOR
               MOVE 0           TO NR-FRETE
               MOVE 0           TO NR-ICMS
               MOVE 0           TO NR-PIS
               MOVE 0           TO NR-COFINS
               MOVE NE-PROGRAMA TO NR-PROGRAMA
               MOVE NE-OPERADOR TO NR-OPERADOR
               MOVE NE-DATA     TO NR-DATA-EVENTO
               MOVE NE-MOTIVO   TO NR-MOTIVO
               MOVE NE-OPERADOR TO NR-OPER-EVENTO
               WRITE NR-REGISTRO
           END-PERFORM.
           CLOSE NF-REGISTER-FILE.

           IF NE-NUMERO-ATE > NS-ULTIMO
               MOVE NE-NUMERO-ATE TO NS-ULTIMO
               REWRITE NS-REGISTRO
           END-IF.
           CLOSE NF-SERIES-FILE.

           MOVE 'N' TO NX-TIPO.
           PERFORM 5200-GRAVA-EVENTO.

           MOVE 'S' TO NE-RETORNO.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 4000-ABRE-SERIE - ABRE UMA SERIE NOVA NA FILIAL E DESATIVA A
      * QUE ESTAVA ATIVA. SERIE JA EXISTENTE DEVOLVE 'X'.
      ******************************************************************
       4000-ABRE-SERIE SECTION.
           IF NE-SERIE = 0
               MOVE 'X' TO NE-RETORNO
               GO TO 4000-EXIT
           END-IF.

           PERFORM 5000-ABRE-SERIES.
           IF WRK-SERIE-STATUS NOT = '00'
               GO TO 4000-EXIT
           END-IF.

           MOVE NE-FILIAL TO NS-FILIAL.
           MOVE NE-SERIE  TO NS-SERIE.
           READ NF-SERIES-FILE
               NOT INVALID KEY
                   MOVE 'X' TO NE-RETORNO
                   CLOSE NF-SERIES-FILE
                   GO TO 4000-EXIT
           END-READ.

           PERFORM 1100-SERIE-ATIVA.
           MOVE NE-FILIAL       TO NS-FILIAL.
           MOVE WRK-SERIE-ATIVA TO NS-SERIE.
           READ NF-SERIES-FILE
               NOT INVALID KEY
                   MOVE 'N' TO NS-ATIVA
                   REWRITE NS-REGISTRO
           END-READ.

           MOVE NE-FILIAL TO NS-FILIAL.
           MOVE NE-SERIE  TO NS-SERIE.
           MOVE 0         TO NS-ULTIMO.
           MOVE 'S'       TO NS-ATIVA.
           MOVE NE-DATA   TO NS-DATA-ABERTURA.
           WRITE NS-REGISTRO.
           CLOSE NF-SERIES-FILE.

           MOVE 'S' TO NE-RETORNO.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 5000-ABRE-SERIES - ABRE O NFSERIES PARA ATUALIZACAO, CRIANDO O
      * ARQUIVO NA PRIMEIRA VEZ.
      ******************************************************************
       5000-ABRE-SERIES SECTION.
           OPEN I-O NF-SERIES-FILE.
           IF WRK-SERIE-STATUS NOT = '00'
               OPEN OUTPUT NF-SERIES-FILE
               CLOSE NF-SERIES-FILE
               OPEN I-O NF-SERIES-FILE
           END-IF.

      ******************************************************************
      * 5100-ABRE-REGISTRO - ABRE O NFREGISTER PARA ATUALIZACAO,
      * CRIANDO O ARQUIVO NA PRIMEIRA VEZ.
      ******************************************************************
       5100-ABRE-REGISTRO SECTION.
           OPEN I-O NF-REGISTER-FILE.
           IF WRK-NOTA-STATUS NOT = '00'
               OPEN OUTPUT NF-REGISTER-FILE
               CLOSE NF-REGISTER-FILE
               OPEN I-O NF-REGISTER-FILE
           END-IF.

      ******************************************************************
      * 5200-GRAVA-EVENTO - REGISTRO DE CANCELAMENTO ('X') OU DE
      * INUTILIZACAO ('N') NO NFEOUT; O TIPO JA VEM EM NX-TIPO.
      ******************************************************************
       5200-GRAVA-EVENTO SECTION.
           MOVE NX-TIPO TO WRK-FAIXA-OK.

           OPEN EXTEND NFE-OUT-FILE.
           IF WRK-SAIDA-STATUS NOT = '00'
               OPEN OUTPUT NFE-OUT-FILE
           END-IF.

           MOVE SPACES        TO NX-REGISTRO.
           MOVE WRK-FAIXA-OK  TO NX-TIPO.
           MOVE NE-FILIAL     TO NX-FILIAL.
           MOVE NE-SERIE      TO NX-SERIE.
           MOVE NE-NUMERO     TO NX-NUMERO.
           MOVE NE-DATA       TO NX-E-DATA.
           MOVE NE-NUMERO-ATE TO NX-E-NUMERO-ATE.
           MOVE NE-MOTIVO     TO NX-E-MOTIVO.
           MOVE NE-OPERADOR   TO NX-E-OPERADOR.
           WRITE NX-REGISTRO.

           CLOSE NFE-OUT-FILE.

       END PROGRAM NFEUTIL.
