      *         PROGCOB053 PODER VALIDAR OS CODIGOS DAS REMESSAS E
      *         DERIVAR O PESO DO PEDIDO DO CADASTRO EM VEZ DO PESO
      *         DIGITADO NO BRACO.
      *MODIFICATION HISTORY:
      * 15/10/2026 - O PRODUTO GANHOU O CUSTO MEDIO PONDERADO
      *              (PRD-CUSTO-MEDIO), MANTIDO PELO RECEBIMENTO DO
      *              PROGCOB123: NASCE ZERADO NA INCLUSAO, NAO E
      *              DIGITADO NA ALTERACAO E APARECE NA CONSULTA.
      * 15/10/2026 - O PRODUTO GANHOU O FORNECEDOR HABITUAL E O PONTO
      *              DE REPOSICAO POR FILIAL (PRD-FORNECEDOR /
      *              PRD-PONTO-PEDIDO), PEDIDOS NA INCLUSAO E NA
      *              ALTERACAO, PARA A SUGESTAO DE COMPRA DO PROGCOB128.
      * 15/10/2026 - A CONSULTA PASSOU A MOSTRAR A CLASSE ABC DO
      *              PRODUTO (PRD-CLASSE-ABC), GRAVADA PELO RELATORIO
      *              DE MIX DO PROGCOB129; NASCE EM BRANCO NA INCLUSAO
      *              E NAO E DIGITADA.
      * 15/10/2026 - O PRODUTO GANHOU O GRUPO (PRD-GRUPO) DO REAJUSTE
      *              EM MASSA DO PROGCOB130, E TODO PRECO DIGITADO NA
      *              INCLUSAO OU TROCADO NA ALTERACAO E GRAVADO NA
      *              LISTA DE PRECOS COM VIGENCIA A PARTIR DE HOJE
      *              (PRICEUTIL), QUE REGISTRA A TROCA NO PRICEAUDIT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77  WRK-PROD-STATUS     PIC X(02)       VALUE SPACES.
       77  WRK-OPCAO           PIC 9(01)       VALUE ZEROES.
       77  WRK-CODIGO          PIC X(08)       VALUE SPACES.
       77  WRK-PRECO-ANTES     PIC 9(06)V99    VALUE ZEROES.
       77  WRK-HOJE-NUM        PIC 9(08)       VALUE ZEROES.

      ******************************************************************
      * PARAMETROS DO SUBPROGRAMA DA LISTA DE PRECOS (PRICEUTIL)
      ******************************************************************
           COPY 'PRICEUTIL-PARM.cob'.

       PROCEDURE DIVISION.

                   DISPLAY 'PESO UNIT:  ' PRD-PESO-UNIT
                   DISPLAY 'CUBAGEM:    ' PRD-CUBAGEM
                   DISPLAY 'PRECO UNIT: ' PRD-PRECO-UNIT
                   DISPLAY 'GRUPO:      ' PRD-GRUPO
                   IF PRD-CUSTO-MEDIO NOT NUMERIC
                       MOVE 0 TO PRD-CUSTO-MEDIO
                   END-IF
                   DISPLAY 'CUSTO MEDIO:' PRD-CUSTO-MEDIO
                   IF PRD-FORNECEDOR NOT NUMERIC
                       MOVE 0 TO PRD-FORNECEDOR
                   END-IF
                   IF PRD-PONTO-PEDIDO NOT NUMERIC
                       MOVE 0 TO PRD-PONTO-PEDIDO
                   END-IF
                   DISPLAY 'FORNECEDOR: ' PRD-FORNECEDOR
                   DISPLAY 'PONTO REP:  ' PRD-PONTO-PEDIDO
                   IF PRD-CLASSE-VALIDA
                       DISPLAY 'CLASSE ABC: ' PRD-CLASSE-ABC
                   ELSE
                       DISPLAY 'CLASSE ABC: NAO CLASSIFICADO'
                   END-IF
           END-READ.

      ******************************************************************
           READ PRODUCT-MASTER-FILE
               INVALID KEY
                   MOVE WRK-CODIGO TO PRD-CODIGO
                   MOVE 0 TO PRD-CUSTO-MEDIO
                   MOVE SPACE TO PRD-CLASSE-ABC
                   PERFORM 0500-RECEBE-DADOS
                   WRITE PRD-REGISTRO
                   DISPLAY 'PRODUTO INCLUIDO'
                   PERFORM 0600-GRAVA-LISTA
               NOT INVALID KEY
                   DISPLAY 'CODIGO JA CADASTRADO - USE A ALTERACAO'
           END-READ.
               INVALID KEY
                   DISPLAY 'PRODUTO NAO CADASTRADO'
               NOT INVALID KEY
                   IF PRD-CUSTO-MEDIO NOT NUMERIC
                       MOVE 0 TO PRD-CUSTO-MEDIO
                   END-IF
                   IF NOT PRD-CLASSE-VALIDA
                       MOVE SPACE TO PRD-CLASSE-ABC
                   END-IF
                   MOVE PRD-PRECO-UNIT TO WRK-PRECO-ANTES
                   PERFORM 0500-RECEBE-DADOS
                   REWRITE PRD-REGISTRO
                   DISPLAY 'PRODUTO ALTERADO'
                   IF PRD-PRECO-UNIT NOT = WRK-PRECO-ANTES
                       PERFORM 0600-GRAVA-LISTA
                   END-IF
           END-READ.

      ******************************************************************
           ACCEPT PRD-CUBAGEM.
           DISPLAY 'PRECO UNITARIO (999999,99): '.
           ACCEPT PRD-PRECO-UNIT.
           DISPLAY 'FORNECEDOR HABITUAL (0 = NENHUM): '.
           ACCEPT PRD-FORNECEDOR.
           DISPLAY 'PONTO DE REPOSICAO POR FILIAL (UNIDADES): '.
           ACCEPT PRD-PONTO-PEDIDO.
           DISPLAY 'GRUPO DE PRODUTOS (BRANCO = SEM GRUPO): '.
           ACCEPT PRD-GRUPO.

      ******************************************************************
      * 0600-GRAVA-LISTA - GRAVA O PRECO DIGITADO NA LISTA DE PRECOS
      * COM VIGENCIA A PARTIR DE HOJE. UM REAJUSTE JA AGENDADO PARA
      * DATA FUTURA CONTINUA VALENDO A PARTIR DA SUA DATA.
      ******************************************************************
       0600-GRAVA-LISTA SECTION.
           ACCEPT WRK-HOJE-NUM FROM DATE YYYYMMDD.

           MOVE 'G'            TO PC-FUNCAO.
           MOVE PRD-CODIGO     TO PC-PRODUTO.
           MOVE WRK-HOJE-NUM   TO PC-DATA.
           MOVE PRD-PRECO-UNIT TO PC-PRECO.
           MOVE 'PROGCOB080'   TO PC-PROGRAMA.
           MOVE 'INTERATIVO'   TO PC-OPERADOR.
           MOVE SPACES         TO PC-REFERENCIA.
           CALL 'PRICEUTIL' USING PC-PARM.

           IF PC-RETORNO NOT = 'S'
               DISPLAY 'AVISO: PRECO NAO GRAVADO NA LISTA DE PRECOS'
           END-IF.

       END PROGRAM PROGCOB080.
