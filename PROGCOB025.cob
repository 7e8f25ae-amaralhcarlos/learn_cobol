      *              FILIAL ENCERRADA OU NAO CADASTRADA PASSOU A SER
      *              DESVIADO PARA O SUSPENSE. SEM O CADASTRO NO AR,
      *              TUDO SEGUE COMO ANTES.
      * 15/10/2026 - A POSTAGEM PASSOU A CONFERIR E BAIXAR O SALDO DE
      *              ESTOQUE (STOCKBAL, VIA STOCKUTIL) DA FILIAL DO
      *              PEDIDO: CADA CODIGO DE TXN-PRODUTOS CONTA UMA
      *              UNIDADE, E PEDIDO SEM SALDO PARA TODOS OS ITENS E
      *              DESVIADO PARA O FREIGHTSUSP COMO ESTOQUE
      *              INSUFICIENTE EM VEZ DE EMBARCAR SO NO PAPEL. O
      *              SUSPENSE GANHOU O MOTIVO DO DESVIO NO FIM DA
      *              LINHA. SEM O STOCKBAL NO AR, NADA MUDA.
      * 15/10/2026 - PEDIDO COM LINHAS ESTRUTURADAS (ORDERLINES, VIA
      *              ORDLUTIL) TEM O VALOR DO CABECALHO REPROVADO
      *              CONTRA A SOMA DAS LINHAS ANTES DE POSTAR: DIVERGIU,
      *              VAI PARA O FREIGHTSUSP COMO LINHAS NAO CONFEREM. A
      *              CONFERENCIA E A BAIXA DE ESTOQUE PASSAM A USAR A
      *              QUANTIDADE DE CADA LINHA; PEDIDO ANTIGO SEM LINHAS
      *              SEGUE PELOS CODIGOS DE TXN-PRODUTOS.
      * 15/10/2026 - CADA LINHA DO PEDIDO POSTADO PASSOU A GERAR O
      *              CUSTO DAS MERCADORIAS VENDIDAS NO GLTRANSACTIONS:
      *              QUANTIDADE X CUSTO MEDIO DO PRODMASTER, D 3501
      *              (CMV) / C 1201 (ESTOQUE DE MERCADORIAS), CENTRO DE
      *              CUSTO DA FILIAL, PARA A DRE DO PROGCOB074 MOSTRAR
      *              O LUCRO BRUTO. PEDIDO ANTIGO SEM LINHAS GERA UM PAR
      *              POR PRODUTO DE TXN-PRODUTOS; PRODUTO SEM CUSTO
      *              MEDIO NAO GERA LANCAMENTO E SAI APONTADO.
      * 15/10/2026 - CADA PEDIDO POSTADO PASSOU A EMITIR A SUA NOTA
      *              FISCAL PELO NFEUTIL (NUMERO NA SERIE ATIVA DA
      *              FILIAL, REGISTRO NO NFREGISTER E INTERFACE
      *              NFEOUT), COM O VALOR FINAL, FRETE E ICMS DO PEDIDO.
      * 15/10/2026 - O TITULO GRAVADO NO ARITEMS SAI COM AR-TIPO 'V'
      *              (VENDA), PARA SEPARA-LO DOS TITULOS DE ENCARGOS POR
      *              ATRASO GERADOS PELO PROGCOB069.
      * 15/10/2026 - VENDA DE EXPORTACAO: O PEDIDO GANHOU A MOEDA (TXN-
      *              MOEDA). PEDIDO EM MOEDA ESTRANGEIRA TEM O VALOR
      *              CONVERTIDO PARA REAIS PELA TAXA DO FXRATE NA
      *              EMISSAO (VIA FXUTIL) ANTES DO FRETE, E O TITULO DO
      *              ARITEMS SAI COM A MOEDA, O VALOR NA MOEDA E A TAXA.
      *              SEM COTACAO, O PEDIDO VAI PARA O FREIGHTSUSP, QUE
      *              GANHOU A MOEDA NO FIM DA LINHA
      * 15/10/2026 - VENCIMENTO DO TITULO QUE CAIR EM FIM DE SEMANA OU
      *              FERIADO PASSA PARA O PROXIMO DIA UTIL DA UF DA
      *              FILIAL DO PEDIDO (DATEUTIL FUNCAO P).
      * 15/10/2026 - A LINHA DE AUDITORIA (FREIGHTAUDIT) GANHOU O CAMPO
      *              FILIAL= NO FIM, PARA A PROVISAO DE FRETE DO
      *              PROGCOB154 POR TRANSPORTADORA E FILIAL.
      * 15/10/2026 - A LINHA DE AUDITORIA (FREIGHTAUDIT) GANHOU O CAMPO
      *              CEP= COM O CEP DE DESTINO, PARA A SIMULACAO DE
      *              TABELA (PROGCOB155) ACHAR A ZONA DO EMBARQUE.
      * 15/10/2026 - TRANSPORTADORA COM DOCUMENTO OBRIGATORIO VENCIDO
      *              (CDOCUTIL) FICA FORA DA COTACAO.
      * 15/10/2026 - A RETENCAO POR LIMITE DE CREDITO PASSOU A SER
      *              AVISADA TAMBEM NA CAIXA DE SAIDA CENTRAL
      *              NOTIFYOUTBOX (NTFYUTIL), PARA O FINANCEIRO, ALEM DO
      *              CREDHOLDRPT.
      * 15/10/2026 - BAIXA DE ESTOQUE RECUSADA PELO STOCKUTIL NA
      *              POSTAGEM PASSOU A SER AVISADA (PRODUTO, FILIAL E
      *              PEDIDO) E CONTADA NO RESUMO DA RODADA.
      * 15/10/2026 - PRODMASTER CONTROLADO POR INDICADOR PROPRIO DE
      *              ARQUIVO ABERTO (WRK-PROD-ABERTO): PRODUTO NAO
      *              CADASTRADO SO AFETA O PROPRIO ITEM E NAO
      *              DESLIGA MAIS A CONSULTA DOS ITENS SEGUINTES.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-IDS-STATUS.

           SELECT PRODUCT-MASTER-FILE ASSIGN TO 'PRODMASTER'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRD-CODIGO
               FILE STATUS IS WRK-PROD-STATUS.

           SELECT GL-TRANSACTION-FILE ASSIGN TO 'GLTRANSACTIONS'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-GL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FREIGHT-RATE-FILE.
           02  TXN-PARCELAS        PIC 9(02).
           02  TXN-CEP             PIC 9(08).
           02  TXN-SHIPTO          PIC 9(03).
           02  TXN-MOEDA           PIC X(03).
       01  TXN-TRAILER REDEFINES TXN-REGISTRO.
           02  FILLER              PIC X(01).
           02  TXN-TRL-QTDE        PIC 9(06).
           02  TXN-TRL-TOTAL       PIC 9(10)V99.
           02  FILLER              PIC X(87).

       FD  FREIGHT-AUDIT-FILE.
       01  FA-LINHA                PIC X(200).
      * DO FIM (PESO CUBADO, TXN-ID, PARCELAS, CEP E ENDERECO DE
      * ENTREGA) ENTRARAM DEPOIS, ENTAO LINHA ANTIGA VOLTA COM ELES
      * EM BRANCO E O REENVIO (PROGCOB110) TRATA NAO NUMERICO COMO
      * ZERO. SUSP-MOTIVO (NO FIM) DIZ POR QUE O PEDIDO FOI DESVIADO.
      ******************************************************************
       FD  FREIGHT-SUSPENSE-FILE.
       01  SUSP-REGISTRO.
           02  SUSP-PARCELAS       PIC 9(02).
           02  SUSP-CEP            PIC 9(08).
           02  SUSP-SHIPTO         PIC 9(03).
           02  SUSP-MOTIVO         PIC X(20).
           02  SUSP-MOEDA          PIC X(03).

       FD  AR-ITEMS-FILE.
           COPY 'ARITEMS-REC.cob'.
       01  PD-REGISTRO.
           02  PD-ID               PIC 9(10).

       FD  PRODUCT-MASTER-FILE.
           COPY 'PRODMASTER-REC.cob'.

       FD  GL-TRANSACTION-FILE.
           COPY 'GLTXN-REC.cob'.

       WORKING-STORAGE SECTION.
           COPY 'PROGCOB024-BOOK.cob'.
           COPY 'FILUTIL-PARM.cob'.
           COPY 'SLOCKUTIL-PARM.cob'.
           COPY 'MCTLUTIL-PARM.cob'.
           COPY 'STOCKUTIL-PARM.cob'.
           COPY 'NTFYUTIL-PARM.cob'.

       77  WRK-FRETE-STATUS    PIC X(02)       VALUE SPACES.
       77  WRK-FRETE-EOF       PIC X(01)       VALUE 'N'.

       77  WRK-QTDE-LIDAS      PIC 9(05)       VALUE ZEROES.
       77  WRK-QTDE-POSTADAS   PIC 9(05)       VALUE ZEROES.
       77  WRK-QTDE-NOTAS      PIC 9(05)       VALUE ZEROES.
       77  WRK-QTDE-SUSPENSAS  PIC 9(05)       VALUE ZEROES.

      ******************************************************************
       77  WRK-VEND-OK         PIC X(01)       VALUE 'S'.
       77  WRK-FIL-OK          PIC X(01)       VALUE 'S'.

      ******************************************************************
      * CONFERENCIA DE ESTOQUE: OS CODIGOS DE TXN-PRODUTOS (SEPARADOS
      * POR /, MESMA QUEBRA DO PROGCOB053) SAO AGRUPADOS POR PRODUTO,
      * CADA OCORRENCIA VALENDO UMA UNIDADE, E CONFERIDOS CONTRA O
      * SALDO DA FILIAL ANTES DE POSTAR; O PEDIDO POSTADO BAIXA O
      * SALDO DE CADA PRODUTO. PEDIDO COM LINHAS NO ORDERLINES USA A
      * QUANTIDADE DE CADA LINHA NO LUGAR DOS CODIGOS.
      ******************************************************************
       01  WRK-TAB-TOKENS.
           02  WRK-TOKEN       PIC X(10)       OCCURS 8 TIMES.
       77  WRK-TOKEN-IDX       PIC 9(01)       VALUE ZEROES.
       77  WRK-EST-QTD         PIC 9(02)       VALUE ZEROES.
       77  WRK-EST-IDX         PIC 9(02)       VALUE ZEROES.
       77  WRK-EST-ACHOU       PIC X(01)       VALUE 'N'.
       77  WRK-EST-PRODUTO-BUSCA PIC X(08)     VALUE SPACES.
       77  WRK-EST-QTDE-BUSCA  PIC 9(05)       VALUE ZEROES.
       01  WRK-TAB-ESTOQUE.
           02  WRK-EST-LINHA   OCCURS 20 TIMES.
               03  WRK-EST-PRODUTO     PIC X(08).
               03  WRK-EST-QTDE        PIC 9(05).

      ******************************************************************
      * LINHAS DO PEDIDO (ORDERLINES, VIA ORDLUTIL): O VALOR DO
      * CABECALHO TEM DE SER A SOMA DAS LINHAS PARA O PEDIDO POSTAR.
      ******************************************************************
           COPY 'ORDLUTIL-PARM.cob'.
           COPY 'NFEUTIL-PARM.cob'.
           COPY 'CDOCUTIL-PARM.cob'.
       77  WRK-LIN-IDX         PIC 9(02)       VALUE ZEROES.
       77  WRK-LINHAS-OK       PIC X(01)       VALUE 'S'.
           88  LINHAS-DIVERGENTES              VALUE 'N'.
       77  WRK-TEM-LINHAS      PIC X(01)       VALUE 'N'.
       77  WRK-ESTOQUE-OK      PIC X(01)       VALUE 'S'.
           88  ESTOQUE-INSUFICIENTE            VALUE 'N'.
       77  WRK-QTDE-SEM-ESTOQUE PIC 9(05)      VALUE ZEROES.
       77  WRK-QTDE-FALHA-BAIXA PIC 9(05)      VALUE ZEROES.

      ******************************************************************
      * VENDA DE EXPORTACAO (TXN-MOEDA DIFERENTE DE BRL): O VALOR DO
      * PEDIDO CHEGA NA MOEDA ESTRANGEIRA E E CONVERTIDO PARA REAIS
      * PELA TAXA DO FXRATE NA DATA DA EMISSAO (FXUTIL) ANTES DO
      * FRETE; O VALOR ORIGINAL FICA GUARDADO PARA O SUSPENSE E O
      * TITULO DO CONTAS A RECEBER.
      ******************************************************************
           COPY 'FXUTIL-PARM.cob'.
       77  WRK-MOEDA           PIC X(03)       VALUE SPACES.
       77  WRK-VLR-MOEDA       PIC 9(06)V99    VALUE ZEROES.
       77  WRK-TAXA-EMISSAO    PIC 9(03)V9(04) VALUE ZEROES.
       77  WRK-CONVERTIDO      PIC X(01)       VALUE 'N'.
           88  PEDIDO-CONVERTIDO               VALUE 'S'.
       77  WRK-CAMBIO-OK       PIC X(01)       VALUE 'S'.
           88  CAMBIO-RECUSADO                 VALUE 'N'.
       77  WRK-QTDE-EXPORTACAO PIC 9(05)       VALUE ZEROES.

       77  WRK-STATS-STATUS    PIC X(02)       VALUE SPACES.
       77  WRK-TOT-FRETE       PIC 9(09)V99    VALUE ZEROES.

      ******************************************************************
      * CUSTO DAS MERCADORIAS VENDIDAS: PRODUTO E QUANTIDADE DA LINHA
      * POSTADA, CUSTO MEDIO DO PRODMASTER E O TOTAL DA RODADA.
      ******************************************************************
       77  WRK-PROD-STATUS     PIC X(02)       VALUE SPACES.
       77  WRK-PROD-ABERTO     PIC X(01)       VALUE 'N'.
       77  WRK-GL-STATUS       PIC X(02)       VALUE SPACES.
       77  WRK-CMV-PRODUTO     PIC X(08)       VALUE SPACES.
       77  WRK-CMV-QTDE        PIC 9(05)       VALUE ZEROES.
       77  WRK-CMV-VALOR       PIC 9(08)V99    VALUE ZEROES.
       77  WRK-TOT-CMV         PIC 9(09)V99    VALUE ZEROES.
       77  WRK-QTDE-SEM-CUSTO  PIC 9(05)       VALUE ZEROES.

      ******************************************************************
      * CONFERENCIA DO TRAILER DO FREIGHTTXN: QUANTIDADE E SOMA DOS
      * DETALHES REALMENTE LIDOS CONTRA O REGISTRO T DO ARQUIVO.

           DISPLAY 'PEDIDOS LIDOS: '    WRK-QTDE-LIDAS.
           DISPLAY 'PEDIDOS POSTADOS: ' WRK-QTDE-POSTADAS.
           DISPLAY 'NOTAS FISCAIS EMITIDAS: ' WRK-QTDE-NOTAS.
           DISPLAY 'PEDIDOS SUSPENSOS: ' WRK-QTDE-SUSPENSAS.
           DISPLAY 'PEDIDOS RETIDOS POR CREDITO: '
                   WRK-QTDE-RETIDAS.
           DISPLAY 'PEDIDOS SEM ESTOQUE: '
                   WRK-QTDE-SEM-ESTOQUE.
           DISPLAY 'BAIXAS DE ESTOQUE RECUSADAS: '
                   WRK-QTDE-FALHA-BAIXA.
           DISPLAY 'PEDIDOS DE EXPORTACAO CONVERTIDOS: '
                   WRK-QTDE-EXPORTACAO.
           DISPLAY 'PEDIDOS JA POSTADOS (PULADOS): '
                   WRK-QTDE-PULADAS.
           DISPLAY 'CMV POSTADO NO RAZAO: ' WRK-TOT-CMV.
           DISPLAY 'LINHAS SEM CUSTO MEDIO: ' WRK-QTDE-SEM-CUSTO.

           PERFORM 0700-GRAVA-ESTATISTICAS.

               GO TO 0300-EXIT
           END-IF.

           OPEN INPUT PRODUCT-MASTER-FILE.
           MOVE 'N' TO WRK-PROD-ABERTO.
           IF WRK-PROD-STATUS = '00'
               MOVE 'S' TO WRK-PROD-ABERTO
           END-IF.
           OPEN EXTEND GL-TRANSACTION-FILE.
           IF WRK-GL-STATUS NOT = '00'
               OPEN OUTPUT GL-TRANSACTION-FILE
           END-IF.

           PERFORM UNTIL TXN-ACABOU
               READ FREIGHT-TXN-FILE
                   AT END
                           CONTINUE
                       ELSE
                       ADD 1 TO WRK-QTDE-LIDAS
                       MOVE 'N' TO WRK-CONVERTIDO
                       PERFORM 0285-CONFERE-ID
                       IF ID-JA-POSTADO
                           ADD 1 TO WRK-QTDE-PULADAS
                           MOVE 'MES FECHADO' TO WRK-MOTIVO-SUSP
                           PERFORM 0350-GRAVA-SUSPENSE
                       ELSE
                       PERFORM 0335-CONFERE-LINHAS
                       IF LINHAS-DIVERGENTES
                           MOVE 'LINHAS NAO CONFEREM'
                               TO WRK-MOTIVO-SUSP
                           PERFORM 0350-GRAVA-SUSPENSE
                       ELSE
                       PERFORM 0340-CONFERE-ESTOQUE
                       IF ESTOQUE-INSUFICIENTE
                           MOVE 'ESTOQUE INSUFICIENTE'
                               TO WRK-MOTIVO-SUSP
                           PERFORM 0350-GRAVA-SUSPENSE
                           ADD 1 TO WRK-QTDE-SEM-ESTOQUE
                       ELSE
                       PERFORM 0325-CONVERTE-MOEDA
                       IF CAMBIO-RECUSADO
                           PERFORM 0350-GRAVA-SUSPENSE
                       ELSE
                       PERFORM 0400-BUSCA-FRETE
                       IF ACHOU-FRETE
                           PERFORM 0330-CONFERE-CREDITO
                       IF ACHOU-FRETE
                           PERFORM 0500-GRAVA-AUDITORIA
                           PERFORM 0520-POSTA-ACUMULADOR
                           PERFORM 0540-BAIXA-ESTOQUE
                           PERFORM 0545-POSTA-CMV
                           PERFORM 0550-GRAVA-JOURNAL
                           PERFORM 0560-GRAVA-TITULO
                           PERFORM 0580-EMITE-NOTA
                           PERFORM 0287-REGISTRA-ID
                           ADD WRK-VLRFRETE TO WRK-TOT-FRETE
                           ADD 1 TO WRK-QTDE-POSTADAS
                       END-IF
                       END-IF
                       END-IF
                       END-IF
                       END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FREIGHT-TXN-FILE.
           CLOSE GL-TRANSACTION-FILE.
           IF WRK-PROD-ABERTO = 'S'
               CLOSE PRODUCT-MASTER-FILE
               MOVE 'N' TO WRK-PROD-ABERTO
           END-IF.
       0300-EXIT.
           EXIT.

           CALL 'FILUTIL' USING FU-PARM.
           MOVE FU-RETORNO TO WRK-FIL-OK.

      ******************************************************************
      * 0325-CONVERTE-MOEDA - PEDIDO EM REAIS (MOEDA EM BRANCO OU BRL,
      * INCLUSIVE O ANTIGO SEM O CAMPO) PASSA DIRETO. PEDIDO EM MOEDA
      * ESTRANGEIRA TEM O VALOR CONVERTIDO PARA REAIS PELA TAXA DO DIA
      * DA EMISSAO (OU A ULTIMA ANTERIOR); SEM COTACAO DA MOEDA, OU COM
      * O VALOR CONVERTIDO ESTOURANDO O CAMPO, O PEDIDO VAI PARA O
      * SUSPENSE.
      ******************************************************************
       0325-CONVERTE-MOEDA SECTION.
           MOVE 'S' TO WRK-CAMBIO-OK.
           MOVE 'BRL' TO WRK-MOEDA.
           MOVE 0 TO WRK-TAXA-EMISSAO.
           MOVE TXN-VLR-PEDIDO TO WRK-VLR-MOEDA.
           IF TXN-MOEDA = SPACES OR TXN-MOEDA = 'BRL'
               GO TO 0325-EXIT
           END-IF.

           MOVE TXN-MOEDA    TO WRK-MOEDA.
           MOVE 'T'          TO CX-FUNCAO.
           MOVE TXN-MOEDA    TO CX-MOEDA.
           MOVE WRK-HOJE-NUM TO CX-DATA.
           CALL 'FXUTIL' USING CX-PARM.
           IF CX-RETORNO NOT = 'S'
               MOVE 'N' TO WRK-CAMBIO-OK
               MOVE 'SEM TAXA DE CAMBIO' TO WRK-MOTIVO-SUSP
               GO TO 0325-EXIT
           END-IF.

           MOVE CX-TAXA TO WRK-TAXA-EMISSAO.
           COMPUTE TXN-VLR-PEDIDO ROUNDED =
               WRK-VLR-MOEDA * WRK-TAXA-EMISSAO
               ON SIZE ERROR
                   MOVE 'N' TO WRK-CAMBIO-OK
                   MOVE 'VALOR CONVERTIDO' TO WRK-MOTIVO-SUSP
                   GO TO 0325-EXIT
           END-COMPUTE.
           MOVE 'S' TO WRK-CONVERTIDO.
           ADD 1 TO WRK-QTDE-EXPORTACAO.
           DISPLAY 'PEDIDO ' TXN-ID ' EM ' TXN-MOEDA ' ' WRK-VLR-MOEDA
                   ' X ' WRK-TAXA-EMISSAO ' (COTACAO DE ' CX-DATA-TAXA
                   ') = BRL ' TXN-VLR-PEDIDO.
       0325-EXIT.
           EXIT.

      ******************************************************************
      * 0350-GRAVA-SUSPENSE - DESVIA O PEDIDO DIRIGIDO A UM MES
      * FECHADO PARA O ARQUIVO FREIGHTSUSP, PARA TRATAMENTO MANUAL
           END-IF.

           MOVE TXN-ESTADO      TO SUSP-ESTADO.
           IF PEDIDO-CONVERTIDO
               MOVE WRK-VLR-MOEDA TO SUSP-VLR-PEDIDO
           ELSE
               MOVE TXN-VLR-PEDIDO TO SUSP-VLR-PEDIDO
           END-IF.
           MOVE TXN-PESO-PEDIDO TO SUSP-PESO-PEDIDO.
           MOVE TXN-QTDE-ITENS  TO SUSP-QTDE-ITENS.
           MOVE TXN-PRODUTOS    TO SUSP-PRODUTOS.
           MOVE TXN-PARCELAS    TO SUSP-PARCELAS.
           MOVE TXN-CEP         TO SUSP-CEP.
           MOVE TXN-SHIPTO      TO SUSP-SHIPTO.
           MOVE WRK-MOTIVO-SUSP TO SUSP-MOTIVO.
           MOVE TXN-MOEDA       TO SUSP-MOEDA.
           WRITE SUSP-REGISTRO.

           CLOSE FREIGHT-SUSPENSE-FILE.
           DISPLAY WRK-MOTIVO-SUSP ' - PEDIDO DESVIADO PARA '
                   'SUSPENSE: ' TXN-REGISTRO.

      ******************************************************************
      * 0335-CONFERE-LINHAS - PROVA O VALOR DO CABECALHO CONTRA AS
      * LINHAS DO PEDIDO NO ORDERLINES (FUNCAO 'P' DO ORDLUTIL). O
      * PEDIDO SEM LINHAS (ANTIGO) PASSA E SEGUE POR TXN-PRODUTOS.
      ******************************************************************
       0335-CONFERE-LINHAS SECTION.
           MOVE 'S' TO WRK-LINHAS-OK.
           MOVE 'N' TO WRK-TEM-LINHAS.
           IF TXN-ID NOT NUMERIC
               GO TO 0335-EXIT
           END-IF.
           IF TXN-ID = 0
               GO TO 0335-EXIT
           END-IF.

           MOVE 'P' TO LN-FUNCAO.
           MOVE TXN-ID TO LN-PEDIDO.
           MOVE TXN-VLR-PEDIDO TO LN-VALOR-PEDIDO.
           CALL 'ORDLUTIL' USING LN-PARM.
           IF LN-RETORNO = 'S'
               MOVE 'S' TO WRK-TEM-LINHAS
           END-IF.
           IF LN-RETORNO = 'D'
               MOVE 'N' TO WRK-LINHAS-OK
               DISPLAY 'LINHAS DO PEDIDO ' TXN-ID ' SOMAM ' LN-TOTAL
                       ' - CABECALHO ' TXN-VLR-PEDIDO
           END-IF.
       0335-EXIT.
           EXIT.

      ******************************************************************
      * 0340-CONFERE-ESTOQUE - AGRUPA AS QUANTIDADES DO PEDIDO POR
      * PRODUTO E CONFERE CADA PRODUTO CONTRA O SALDO DA FILIAL DO
      * PEDIDO (FUNCAO 'V' DO STOCKUTIL). PEDIDO COM LINHAS USA A
      * QUANTIDADE DE CADA LINHA (JA LIDAS NO 0335); PEDIDO ANTIGO
      * QUEBRA TXN-PRODUTOS NOS CODIGOS (SEPARADOS POR /), CADA
      * OCORRENCIA VALENDO UMA UNIDADE. UM PRODUTO SEM SALDO
      * SUFICIENTE SEGURA O PEDIDO INTEIRO. SEM O STOCKBAL NO AR, O
      * STOCKUTIL LIBERA TUDO.
      ******************************************************************
       0340-CONFERE-ESTOQUE SECTION.
           MOVE 'S' TO WRK-ESTOQUE-OK.
           MOVE 0 TO WRK-EST-QTD.
           MOVE SPACES TO WRK-TAB-ESTOQUE.

           IF WRK-TEM-LINHAS = 'S'
               PERFORM VARYING WRK-LIN-IDX FROM 1 BY 1
                       UNTIL WRK-LIN-IDX > LN-QTDE-LINHAS
                   MOVE LN-PRODUTO(WRK-LIN-IDX)
                       TO WRK-EST-PRODUTO-BUSCA
                   MOVE LN-QTDE(WRK-LIN-IDX) TO WRK-EST-QTDE-BUSCA
                   PERFORM 0345-AGRUPA-PRODUTO
               END-PERFORM
           ELSE
               MOVE SPACES TO WRK-TAB-TOKENS
               UNSTRING TXN-PRODUTOS DELIMITED BY '/'
                   INTO WRK-TOKEN(1) WRK-TOKEN(2) WRK-TOKEN(3)
                        WRK-TOKEN(4) WRK-TOKEN(5) WRK-TOKEN(6)
                        WRK-TOKEN(7) WRK-TOKEN(8)
               END-UNSTRING
               PERFORM VARYING WRK-TOKEN-IDX FROM 1 BY 1
                       UNTIL WRK-TOKEN-IDX > 8
                   IF WRK-TOKEN(WRK-TOKEN-IDX) NOT = SPACES
                       MOVE WRK-TOKEN(WRK-TOKEN-IDX)(1:8)
                           TO WRK-EST-PRODUTO-BUSCA
                       MOVE 1 TO WRK-EST-QTDE-BUSCA
                       PERFORM 0345-AGRUPA-PRODUTO
                   END-IF
               END-PERFORM
           END-IF.

           PERFORM VARYING WRK-EST-IDX FROM 1 BY 1
                   UNTIL WRK-EST-IDX > WRK-EST-QTD
               MOVE 'V' TO SK-FUNCAO
               MOVE WRK-EST-PRODUTO(WRK-EST-IDX) TO SK-PRODUTO
               MOVE WRK-FIL-REG TO SK-FILIAL
               MOVE WRK-EST-QTDE(WRK-EST-IDX) TO SK-QTDE
               CALL 'STOCKUTIL' USING SK-PARM
               IF SK-RETORNO NOT = 'S'
                   MOVE 'N' TO WRK-ESTOQUE-OK
                   DISPLAY 'SEM SALDO: PRODUTO '
                           WRK-EST-PRODUTO(WRK-EST-IDX)
                           ' FILIAL ' WRK-FIL-REG
                           ' PEDIDO ' WRK-EST-QTDE(WRK-EST-IDX)
                           ' SALDO ' SK-SALDO
               END-IF
           END-PERFORM.

      ******************************************************************
      * 0345-AGRUPA-PRODUTO - SOMA WRK-EST-QTDE-BUSCA NA LINHA DO
      * PRODUTO WRK-EST-PRODUTO-BUSCA DA TABELA DE ESTOQUE DO PEDIDO,
      * ABRINDO A LINHA QUANDO O PRODUTO AINDA NAO APARECEU.
      ******************************************************************
       0345-AGRUPA-PRODUTO SECTION.
           MOVE 'N' TO WRK-EST-ACHOU.
           PERFORM VARYING WRK-EST-IDX FROM 1 BY 1
                   UNTIL WRK-EST-IDX > WRK-EST-QTD
                       OR WRK-EST-ACHOU = 'S'
               IF WRK-EST-PRODUTO(WRK-EST-IDX) = WRK-EST-PRODUTO-BUSCA
                   MOVE 'S' TO WRK-EST-ACHOU
                   ADD WRK-EST-QTDE-BUSCA TO WRK-EST-QTDE(WRK-EST-IDX)
               END-IF
           END-PERFORM.
           IF WRK-EST-ACHOU = 'N'
               ADD 1 TO WRK-EST-QTD
               MOVE WRK-EST-PRODUTO-BUSCA
                   TO WRK-EST-PRODUTO(WRK-EST-QTD)
               MOVE WRK-EST-QTDE-BUSCA TO WRK-EST-QTDE(WRK-EST-QTD)
           END-IF.

      ******************************************************************
      * 0540-BAIXA-ESTOQUE - BAIXA DO SALDO DA FILIAL CADA PRODUTO
      * CONFERIDO NO 0340 (FUNCAO 'S' DO STOCKUTIL), COM O TXN-ID COMO
      * DOCUMENTO DO MOVIMENTO NO STOCKMOV. BAIXA RECUSADA E AVISADA E
      * CONTADA NO RESUMO DA RODADA.
      ******************************************************************
       0540-BAIXA-ESTOQUE SECTION.
           PERFORM VARYING WRK-EST-IDX FROM 1 BY 1
                   UNTIL WRK-EST-IDX > WRK-EST-QTD
               MOVE 'S' TO SK-FUNCAO
               MOVE WRK-EST-PRODUTO(WRK-EST-IDX) TO SK-PRODUTO
               MOVE WRK-FIL-REG TO SK-FILIAL
               MOVE WRK-EST-QTDE(WRK-EST-IDX) TO SK-QTDE
               IF TXN-ID NUMERIC
                   MOVE TXN-ID TO SK-DOCUMENTO
               ELSE
                   MOVE ZEROES TO SK-DOCUMENTO
               END-IF
               MOVE 'PROGCOB025' TO SK-PROGRAMA
               MOVE WRK-OPERADOR TO SK-OPERADOR
               CALL 'STOCKUTIL' USING SK-PARM
               IF SK-RETORNO NOT = 'S'
                   ADD 1 TO WRK-QTDE-FALHA-BAIXA
                   DISPLAY 'BAIXA NAO FEITA: PRODUTO '
                           WRK-EST-PRODUTO(WRK-EST-IDX)
                           ' FILIAL ' WRK-FIL-REG
                           ' PEDIDO ' TXN-ID
                           ' QTDE ' WRK-EST-QTDE(WRK-EST-IDX)
                           ' SALDO ' SK-SALDO
               END-IF
           END-PERFORM.

      ******************************************************************
      * 0545-POSTA-CMV - CUSTO DAS MERCADORIAS VENDIDAS DO PEDIDO
      * POSTADO: UM PAR D 3501 / C 1201 POR LINHA DO ORDERLINES (OU,
      * NO PEDIDO ANTIGO, POR PRODUTO AGRUPADO NO 0340).
      ******************************************************************
       0545-POSTA-CMV SECTION.
           IF WRK-TEM-LINHAS = 'S'
               PERFORM VARYING WRK-LIN-IDX FROM 1 BY 1
                       UNTIL WRK-LIN-IDX > LN-QTDE-LINHAS
                   MOVE LN-PRODUTO(WRK-LIN-IDX) TO WRK-CMV-PRODUTO
                   MOVE LN-QTDE(WRK-LIN-IDX)    TO WRK-CMV-QTDE
                   PERFORM 0547-GRAVA-CMV
               END-PERFORM
           ELSE
               PERFORM VARYING WRK-EST-IDX FROM 1 BY 1
                       UNTIL WRK-EST-IDX > WRK-EST-QTD
                   MOVE WRK-EST-PRODUTO(WRK-EST-IDX) TO WRK-CMV-PRODUTO
                   MOVE WRK-EST-QTDE(WRK-EST-IDX)    TO WRK-CMV-QTDE
                   PERFORM 0547-GRAVA-CMV
               END-PERFORM
           END-IF.

      ******************************************************************
      * 0547-GRAVA-CMV - QUANTIDADE X CUSTO MEDIO DO PRODUTO, LANCADO
      * NO CENTRO DE CUSTO DA FILIAL DO PEDIDO. SEM CADASTRO OU SEM
      * CUSTO, NADA E LANCADO.
      ******************************************************************
       0547-GRAVA-CMV SECTION.
           MOVE 0 TO WRK-CMV-VALOR.
           IF WRK-PROD-ABERTO = 'S'
               MOVE WRK-CMV-PRODUTO TO PRD-CODIGO
               READ PRODUCT-MASTER-FILE
                   INVALID KEY
                       MOVE 0 TO PRD-CUSTO-MEDIO
               END-READ
               IF PRD-CUSTO-MEDIO NOT NUMERIC
                   MOVE 0 TO PRD-CUSTO-MEDIO
               END-IF
               COMPUTE WRK-CMV-VALOR ROUNDED =
                   WRK-CMV-QTDE * PRD-CUSTO-MEDIO
           END-IF.

           IF WRK-CMV-VALOR = 0
               ADD 1 TO WRK-QTDE-SEM-CUSTO
               DISPLAY 'SEM CUSTO MEDIO - CMV NAO LANCADO: PRODUTO '
                       WRK-CMV-PRODUTO ' PEDIDO ' TXN-ID
               GO TO 0547-EXIT
           END-IF.

           MOVE WRK-HOJE     TO GL-DATA.
           MOVE WRK-OPERADOR TO GL-OPERADOR.
           MOVE SPACES TO GL-CCUSTO.
           STRING 'F' WRK-FIL-REG DELIMITED BY SIZE INTO GL-CCUSTO
           END-STRING.
           MOVE WRK-CMV-VALOR TO GL-VALOR.

           MOVE 3501 TO GL-CONTA.
           MOVE 'D'  TO GL-TIPO.
           WRITE GL-REGISTRO.
           MOVE 1201 TO GL-CONTA.
           MOVE 'C'  TO GL-TIPO.
           WRITE GL-REGISTRO.

           ADD WRK-CMV-VALOR TO WRK-TOT-CMV.
       0547-EXIT.
           EXIT.

      ******************************************************************
      * 0290-CARREGA-ABERTOS - SOMA OS TITULOS EM ABERTO DE ARITEMS
      * POR CLIENTE PARA A TABELA EM MEMORIA, BASE DA CONFERENCIA DE

           CLOSE CREDIT-HOLD-FILE.

           MOVE 'A' TO NT-SEVERIDADE.
           MOVE 'PROGCOB025' TO NT-ORIGEM.
           MOVE 'FINANCEIRO' TO NT-PAPEL.
           MOVE SPACES TO NT-MENSAGEM.
           STRING 'PEDIDO ' TXN-ID ' DO CLIENTE ' TXN-CLIENTE
                  ' RETIDO POR LIMITE DE CREDITO (CREDHOLDRPT)'
               DELIMITED BY SIZE INTO NT-MENSAGEM
           END-STRING.
           CALL 'NTFYUTIL' USING NT-PARM.

           ADD 1 TO WRK-QTDE-RETIDAS.

      ******************************************************************
           PERFORM VARYING WRK-TAB-IDX FROM 1 BY 1
                   UNTIL WRK-TAB-IDX > WRK-TAB-QTDE
               PERFORM 0440-CONFERE-VIGENCIA
               IF WRK-TAB-ESTADO(WRK-TAB-IDX) = TXN-ESTADO
                   AND WRK-VIGENTE = 'S'
                   PERFORM 0445-CONFERE-DOCUMENTOS
               END-IF
               IF WRK-TAB-ESTADO(WRK-TAB-IDX) = TXN-ESTADO
                   AND WRK-VIGENTE = 'S'
                   MOVE 'S' TO WRK-CAND-OK
       0440-EXIT.
           EXIT.

      ******************************************************************
      * 0445-CONFERE-DOCUMENTOS - A TRANSPORTADORA DA LINHA
      * WRK-TAB-IDX COM DOCUMENTO OBRIGATORIO (RNTRC, SEGURO RCTR-C...)
      * VENCIDO NA DATA DO EMBARQUE FICA FORA DA COTACAO (CDOCUTIL).
      ******************************************************************
       0445-CONFERE-DOCUMENTOS SECTION.
           MOVE 'B' TO CU-FUNCAO.
           MOVE WRK-TAB-TRANSP(WRK-TAB-IDX) TO CU-TRANSP.
           MOVE WRK-HOJE-NUM TO CU-DATA.
           CALL 'CDOCUTIL' USING CU-PARM.
           IF CU-RETORNO = 'S'
               MOVE 'N' TO WRK-VIGENTE
               DISPLAY 'TRANSPORTADORA ' CU-TRANSP ' FORA DA COTACAO - '
                       CU-TIPO ' VENCIDO EM ' CU-VALIDADE
           END-IF.

      ******************************************************************
      * 0450-CALCULA-ICMS - APLICA A ALIQUOTA DO ESTADO DE DESTINO
      * SOBRE O VALOR DO PEDIDO. ESTADO SEM ALIQUOTA CADASTRADA FICA
                  WRK-TRANSP-VENC-NOME DELIMITED BY '  '
                  ';OPER=' DELIMITED BY SIZE
                  WRK-OPERADOR DELIMITED BY SPACE
                  ';FILIAL=' WRK-FIL-REG
                  ';CEP=' TXN-CEP DELIMITED BY SIZE
               INTO FA-LINHA
           END-STRING
           WRITE FA-LINHA.
               END-IF
               MOVE WRK-PARC-IDX     TO AR-PARCELA
               MOVE WRK-NUM-PARCELAS TO AR-TOT-PARCELAS
               MOVE 'V'              TO AR-TIPO
               MOVE WRK-MOEDA        TO AR-MOEDA
               IF PEDIDO-CONVERTIDO
                   MOVE WRK-TAXA-EMISSAO TO AR-TAXA
                   COMPUTE AR-VALOR-ME ROUNDED =
                       AR-VALOR / WRK-TAXA-EMISSAO
               ELSE
                   MOVE ZEROES TO AR-TAXA
                   MOVE ZEROES TO AR-VALOR-ME
               END-IF
               WRITE AR-REGISTRO
           END-PERFORM.

           CLOSE AR-ITEMS-FILE.

      ******************************************************************
      * 0580-EMITE-NOTA - EMITE A NOTA FISCAL DO PEDIDO POSTADO NA
      * SERIE ATIVA DA FILIAL (NFEUTIL). A UF DE DESTINO E A DO
      * PEDIDO; PIS/COFINS, CNPJ/CPF E ITENS SAO RESOLVIDOS NO
      * SUBPROGRAMA.
      ******************************************************************
       0580-EMITE-NOTA SECTION.
           MOVE 'E'             TO NE-FUNCAO.
           MOVE WRK-FIL-REG     TO NE-FILIAL.
           MOVE WRK-HOJE-NUM    TO NE-DATA.
           IF TXN-ID NUMERIC
               MOVE TXN-ID TO NE-PEDIDO
           ELSE
               MOVE ZEROES TO NE-PEDIDO
           END-IF.
           MOVE TXN-CLIENTE     TO NE-CLIENTE.
           MOVE TXN-ESTADO      TO NE-UF-DESTINO.
           MOVE WRK-VLRFINAL    TO NE-VALOR.
           MOVE WRK-VLRFRETE    TO NE-FRETE.
           MOVE WRK-VLRICMS     TO NE-ICMS.
           MOVE SPACES          TO NE-MOTIVO.
           MOVE 'PROGCOB025'    TO NE-PROGRAMA.
           MOVE WRK-OPERADOR    TO NE-OPERADOR.
           CALL 'NFEUTIL' USING NE-PARM.

           IF NE-RETORNO = 'S'
               ADD 1 TO WRK-QTDE-NOTAS
           ELSE
               DISPLAY 'NOTA FISCAL NAO EMITIDA - PEDIDO ' TXN-ID
           END-IF.

      ******************************************************************
      * 0570-CALCULA-VENCIMENTO - SOMA WRK-DIAS-PRAZO DIAS A DATA DE
      * HOJE, VIRANDO MES E ANO QUANDO PRECISO; O ULTIMO DIA DE CADA
      * MES VEM DO DATEUTIL (FUNCAO V), COMO NO PROGCOB014.
      * DATA CAIDA EM FIM DE SEMANA OU FERIADO VAI PARA O PROXIMO DIA
      * UTIL DA UF DA FILIAL DO PEDIDO (DATEUTIL FUNCAO P).
      ******************************************************************
       0570-CALCULA-VENCIMENTO SECTION.
           MOVE WRK-HOJE-ANO TO WRK-VENCTO-ANO.
           END-IF.
           MOVE WRK-VENCTO-SOBRA TO WRK-VENCTO-DIA.

           MOVE 'N' TO FU-FUNCAO.
           MOVE WRK-FIL-REG TO FU-FILIAL.
           CALL 'FILUTIL' USING FU-PARM.

           MOVE 'P' TO DU-FUNCAO.
           MOVE WRK-VENCTO TO DU-DATA.
           MOVE FU-UF TO DU-UF.
           CALL 'DATEUTIL' USING DU-PARM.
           IF DU-RETORNO = 'S'
               MOVE DU-DATA TO WRK-VENCTO
           END-IF.

      ******************************************************************
      * 0600-GRAVA-VENDAS - COM O ACUMULADOR ATUALIZADO NO LUGAR
      * DURANTE A POSTAGEM, SO RESTA FECHAR O ARQUIVO.
