       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB129.
      ******************************************************************
      *AUTHOR: CARLOS AMARAL
      *DATE: 15/10/2026
      *PURPOSE: RELATORIO MENSAL DE MIX DE VENDAS POR PRODUTO E CURVA
      *         ABC. PARA O ANO/MES INFORMADO, ABRE CADA VENDA DO
      *         DIARIO SALESJOURNAL NAS LINHAS DO PEDIDO (ORDLUTIL) E
      *         TOTALIZA RECEITA E UNIDADES POR PRODUTO, POR FILIAL E
      *         NA EMPRESA INTEIRA (FILIAL 00). NOTA DE CREDITO ('C')
      *         SUBTRAI AS LINHAS DO PEDIDO ORIGINAL NA PROPORCAO DO
      *         VALOR CREDITADO. PEDIDO ANTIGO SEM LINHAS FICA DE FORA
      *         (NAO HA COMO SABER O PRODUTO).
      *         EM CADA FILIAL OS PRODUTOS SAO ORDENADOS PELA RECEITA,
      *         COM A POSICAO EM UNIDADES AO LADO, O PERCENTUAL E O
      *         PERCENTUAL ACUMULADO DA RECEITA E A CLASSE:
      *           A = PRODUTOS ATE COMPLETAR 80% DA RECEITA
      *           B = OS SEGUINTES ATE 95%
      *           C = O RESTO
      *         A CLASSE DA EMPRESA INTEIRA E GRAVADA NO PRODMASTER
      *         (PRD-CLASSE-ABC) PARA A CONTAGEM CICLICA E A
      *         REPOSICAO; PRODUTO SEM VENDA NO MES FICA COMO C. O
      *         RELATORIO SAI NO ARQUIVO ABCRPT.
      *MODIFICATION HISTORY:
      * 15/10/2026 - PRODMASTER CONTROLADO POR INDICADOR PROPRIO DE
      *              ARQUIVO ABERTO (WRK-PROD-ABERTO): PRODUTO NAO
      *              CADASTRADO SO AFETA O PROPRIO ITEM E NAO
      *              DESLIGA MAIS A CONSULTA DOS ITENS SEGUINTES.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALES-JOURNAL-FILE ASSIGN TO 'SALESJOURNAL'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-JOURNAL-STATUS.

           SELECT PRODUCT-MASTER-FILE ASSIGN TO 'PRODMASTER'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRD-CODIGO
               FILE STATUS IS WRK-PROD-STATUS.

           SELECT ABC-REPORT-FILE ASSIGN TO 'ABCRPT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SALES-JOURNAL-FILE.
           COPY 'SALESJRNL-REC.cob'.

       FD  PRODUCT-MASTER-FILE.
           COPY 'PRODMASTER-REC.cob'.

       FD  ABC-REPORT-FILE.
       01  AB-LINHA                PIC X(120).

       WORKING-STORAGE SECTION.
           COPY 'ORDLUTIL-PARM.cob'.
           COPY 'FILUTIL-PARM.cob'.

       77  WRK-JOURNAL-STATUS  PIC X(02)       VALUE SPACES.
       77  WRK-JOURNAL-EOF     PIC X(01)       VALUE 'N'.
           88  JOURNAL-ACABOU                  VALUE 'S'.
       77  WRK-PROD-STATUS     PIC X(02)       VALUE SPACES.
       77  WRK-PROD-ABERTO     PIC X(01)       VALUE 'N'.
       77  WRK-PROD-EOF        PIC X(01)       VALUE 'N'.
           88  PROD-ACABOU                     VALUE 'S'.
       77  WRK-REPORT-STATUS   PIC X(02)       VALUE SPACES.

       77  WRK-ANO             PIC 9(04)       VALUE ZEROES.
       77  WRK-MES             PIC 9(02)       VALUE ZEROES.
       77  WRK-FIL-REG         PIC 9(02)       VALUE ZEROES.
       77  WRK-LIN-IDX         PIC 9(02)       VALUE ZEROES.
       77  WRK-FATOR           PIC 9(01)V9(06) VALUE ZEROES.
       77  WRK-LIN-QTDE        PIC S9(07)      VALUE ZEROES.
       77  WRK-LIN-VALOR       PIC S9(09)V99   VALUE ZEROES.
       77  WRK-QTDE-VENDAS     PIC 9(07)       VALUE ZEROES.
       77  WRK-QTDE-SEM-LINHA  PIC 9(07)       VALUE ZEROES.
       77  WRK-QTDE-GRAVADOS   PIC 9(07)       VALUE ZEROES.
       77  WRK-CLASSE          PIC X(01)       VALUE SPACE.

      ******************************************************************
      * LIMITES DA CURVA ABC EM PERCENTUAL ACUMULADO DA RECEITA.
      ******************************************************************
       77  WRK-LIMITE-A        PIC 9(03)       VALUE 80.
       77  WRK-LIMITE-B        PIC 9(03)       VALUE 95.

      ******************************************************************
      * RECEITA E UNIDADES POR FILIAL + PRODUTO (FILIAL 00 = EMPRESA
      * INTEIRA), ORDENADAS POR FILIAL E RECEITA DECRESCENTE (TROCA
      * DIRETA, MESMA MECANICA DO RANKING DO PROGCOB082).
      ******************************************************************
       77  WRK-ITM-QTD         PIC 9(04)       VALUE ZEROES.
       77  WRK-ITM-IDX         PIC 9(04)       VALUE ZEROES.
       77  WRK-ITM-JDX         PIC 9(04)       VALUE ZEROES.
       77  WRK-ITM-POS         PIC 9(04)       VALUE ZEROES.
       77  WRK-ITM-BUSCA       PIC X(01)       VALUE 'N'.
           88  ITM-ACHOU                       VALUE 'S'.
       01  WRK-TAB-ITENS.
           02  WRK-ITM-LINHA   OCCURS 2000 TIMES.
               03  WRK-ITM-FILIAL      PIC 9(02).
               03  WRK-ITM-PRODUTO     PIC X(08).
               03  WRK-ITM-QTDE        PIC S9(09).
               03  WRK-ITM-VALOR       PIC S9(11)V99.
               03  WRK-ITM-POS-QTDE    PIC 9(04).
               03  WRK-ITM-PCT         PIC S9(03)V99.
               03  WRK-ITM-ACUM        PIC S9(03)V99.
               03  WRK-ITM-CLASSE      PIC X(01).
       01  WRK-TROCA-LINHA         PIC X(47).

       01  WRK-CHAVE-BUSCA.
           02  WRK-BUSCA-FILIAL    PIC 9(02).
           02  WRK-BUSCA-PRODUTO   PIC X(08).

      ******************************************************************
      * RECEITA TOTAL DE CADA FILIAL (POSICAO = FILIAL + 1; A POSICAO
      * 1 E A EMPRESA INTEIRA) E O ACUMULADO DA CURVA NA IMPRESSAO.
      ******************************************************************
       01  WRK-TAB-TOTAIS.
           02  WRK-TOT-FILIAL      PIC S9(11)V99 OCCURS 100 TIMES.
       77  WRK-TOT-IDX         PIC 9(03)       VALUE ZEROES.
       77  WRK-ACUMULADO       PIC S9(05)V99   VALUE ZEROES.
       77  WRK-RANK            PIC 9(04)       VALUE ZEROES.
       77  WRK-FILIAL-ANTERIOR PIC 9(02)       VALUE ZEROES.
       77  WRK-QTDE-A          PIC 9(05)       VALUE ZEROES.
       77  WRK-QTDE-B          PIC 9(05)       VALUE ZEROES.
       77  WRK-QTDE-C          PIC 9(05)       VALUE ZEROES.

       77  WRK-DESCRICAO       PIC X(30)       VALUE SPACES.
       77  WRK-QTDE-ED         PIC -ZZZ.ZZZ.ZZ9.
       77  WRK-VALOR-ED        PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
       77  WRK-PCT-ED          PIC -ZZ9,99.
       77  WRK-ACUM-ED         PIC -ZZ9,99.

       PROCEDURE DIVISION.

           DISPLAY 'ANO DO MIX DE VENDAS: '.
           ACCEPT WRK-ANO.
           DISPLAY 'MES DO MIX DE VENDAS (1 A 12): '.
           ACCEPT WRK-MES.

           MOVE ZEROES TO WRK-TAB-TOTAIS.

           PERFORM 0100-TOTALIZA-VENDAS.
           PERFORM 0300-ORDENA.
           PERFORM 0400-CLASSIFICA.
           PERFORM 0500-IMPRIME.
           PERFORM 0700-GRAVA-CLASSES.

           DISPLAY 'VENDAS LIDAS: ' WRK-QTDE-VENDAS
                   ' SEM LINHAS: ' WRK-QTDE-SEM-LINHA.
           DISPLAY 'PRODUTOS CLASSIFICADOS NO PRODMASTER: '
                   WRK-QTDE-GRAVADOS.

           STOP RUN.

      ******************************************************************
      * 0100-TOTALIZA-VENDAS - LANCAMENTOS DO DIARIO DO ANO/MES COM
      * PEDIDO IDENTIFICADO, ABERTOS NAS LINHAS DO PEDIDO.
      ******************************************************************
       0100-TOTALIZA-VENDAS SECTION.
           OPEN INPUT SALES-JOURNAL-FILE.
           IF WRK-JOURNAL-STATUS NOT = '00'
               DISPLAY 'SALESJOURNAL NAO ENCONTRADO - SEM VENDAS'
               GO TO 0100-EXIT
           END-IF.

           PERFORM UNTIL JOURNAL-ACABOU
               READ SALES-JOURNAL-FILE
                   AT END
                       MOVE 'S' TO WRK-JOURNAL-EOF
                   NOT AT END
                       IF SJ-ANO = WRK-ANO AND SJ-MES = WRK-MES
                           AND SJ-PEDIDO NUMERIC
                           AND SJ-PEDIDO > 0
                           PERFORM 0150-ABRE-PEDIDO
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE SALES-JOURNAL-FILE.
       0100-EXIT.
           EXIT.

      ******************************************************************
      * 0150-ABRE-PEDIDO - LE AS LINHAS DO PEDIDO E SOMA CADA UMA NA
      * FILIAL DO LANCAMENTO (LINHA SEM FILIAL CONTA COMO FILIAL 01,
      * COMO NO PROGCOB024B) E NA EMPRESA INTEIRA. NA NOTA DE CREDITO
      * AS LINHAS SUBTRAEM NA PROPORCAO VALOR CREDITADO / VALOR DO
      * PEDIDO (NO MAXIMO O PEDIDO INTEIRO).
      ******************************************************************
       0150-ABRE-PEDIDO SECTION.
           ADD 1 TO WRK-QTDE-VENDAS.

           MOVE 'L' TO LN-FUNCAO.
           MOVE SJ-PEDIDO TO LN-PEDIDO.
           CALL 'ORDLUTIL' USING LN-PARM.
           IF LN-RETORNO NOT = 'S' OR LN-TOTAL = 0
               ADD 1 TO WRK-QTDE-SEM-LINHA
               GO TO 0150-EXIT
           END-IF.

           IF SJ-FILIAL NOT NUMERIC
               OR SJ-FILIAL < 1 OR SJ-FILIAL > 99
               MOVE 1 TO WRK-FIL-REG
           ELSE
               MOVE SJ-FILIAL TO WRK-FIL-REG
           END-IF.

           MOVE 1 TO WRK-FATOR.
           IF LANC-CREDITO AND SJ-VALOR < LN-TOTAL
               COMPUTE WRK-FATOR ROUNDED = SJ-VALOR / LN-TOTAL
           END-IF.

           PERFORM VARYING WRK-LIN-IDX FROM 1 BY 1
                   UNTIL WRK-LIN-IDX > LN-QTDE-LINHAS
               COMPUTE WRK-LIN-QTDE ROUNDED =
                   LN-QTDE(WRK-LIN-IDX) * WRK-FATOR
               COMPUTE WRK-LIN-VALOR ROUNDED =
                   LN-VALOR(WRK-LIN-IDX) * WRK-FATOR
               IF LANC-CREDITO
                   COMPUTE WRK-LIN-QTDE  = 0 - WRK-LIN-QTDE
                   COMPUTE WRK-LIN-VALOR = 0 - WRK-LIN-VALOR
               END-IF
               MOVE LN-PRODUTO(WRK-LIN-IDX) TO WRK-BUSCA-PRODUTO
               MOVE WRK-FIL-REG TO WRK-BUSCA-FILIAL
               PERFORM 0200-ACUMULA-ITEM
               MOVE 0 TO WRK-BUSCA-FILIAL
               PERFORM 0200-ACUMULA-ITEM
           END-PERFORM.
       0150-EXIT.
           EXIT.

      ******************************************************************
      * 0200-ACUMULA-ITEM - SOMA A LINHA NO ITEM WRK-CHAVE-BUSCA DA
      * TABELA (ABRINDO O ITEM NA PRIMEIRA VEZ) E NO TOTAL DA FILIAL.
      ******************************************************************
       0200-ACUMULA-ITEM SECTION.
           MOVE 'N' TO WRK-ITM-BUSCA.
           PERFORM VARYING WRK-ITM-IDX FROM 1 BY 1
                   UNTIL WRK-ITM-IDX > WRK-ITM-QTD
                       OR ITM-ACHOU
               IF WRK-ITM-FILIAL(WRK-ITM-IDX) = WRK-BUSCA-FILIAL
                   AND WRK-ITM-PRODUTO(WRK-ITM-IDX) =
                       WRK-BUSCA-PRODUTO
                   MOVE 'S' TO WRK-ITM-BUSCA
                   MOVE WRK-ITM-IDX TO WRK-ITM-POS
               END-IF
           END-PERFORM.

           IF NOT ITM-ACHOU
               IF WRK-ITM-QTD >= 2000
                   DISPLAY 'TABELA CHEIA - PRODUTO ' WRK-BUSCA-PRODUTO
                           ' FILIAL ' WRK-BUSCA-FILIAL
                           ' FORA DO MIX'
                   GO TO 0200-EXIT
               END-IF
               ADD 1 TO WRK-ITM-QTD
               MOVE WRK-ITM-QTD TO WRK-ITM-POS
               MOVE WRK-BUSCA-FILIAL  TO WRK-ITM-FILIAL(WRK-ITM-POS)
               MOVE WRK-BUSCA-PRODUTO TO WRK-ITM-PRODUTO(WRK-ITM-POS)
               MOVE 0 TO WRK-ITM-QTDE(WRK-ITM-POS)
               MOVE 0 TO WRK-ITM-VALOR(WRK-ITM-POS)
               MOVE 0 TO WRK-ITM-POS-QTDE(WRK-ITM-POS)
               MOVE 0 TO WRK-ITM-PCT(WRK-ITM-POS)
               MOVE 0 TO WRK-ITM-ACUM(WRK-ITM-POS)
               MOVE 'C' TO WRK-ITM-CLASSE(WRK-ITM-POS)
           END-IF.

           ADD WRK-LIN-QTDE  TO WRK-ITM-QTDE(WRK-ITM-POS).
           ADD WRK-LIN-VALOR TO WRK-ITM-VALOR(WRK-ITM-POS).
           COMPUTE WRK-TOT-IDX = WRK-BUSCA-FILIAL + 1.
           ADD WRK-LIN-VALOR TO WRK-TOT-FILIAL(WRK-TOT-IDX).
       0200-EXIT.
           EXIT.

      ******************************************************************
      * 0300-ORDENA - ORDENA OS ITENS POR FILIAL (EMPRESA INTEIRA
      * PRIMEIRO) E, DENTRO DA FILIAL, PELA RECEITA, MAIOR PRIMEIRO.
      ******************************************************************
       0300-ORDENA SECTION.
           PERFORM VARYING WRK-ITM-IDX FROM 1 BY 1
                   UNTIL WRK-ITM-IDX >= WRK-ITM-QTD
               PERFORM VARYING WRK-ITM-JDX FROM 1 BY 1
                       UNTIL WRK-ITM-JDX >= WRK-ITM-QTD
                   IF WRK-ITM-FILIAL(WRK-ITM-JDX) >
                       WRK-ITM-FILIAL(WRK-ITM-JDX + 1)
                       OR (WRK-ITM-FILIAL(WRK-ITM-JDX) =
                           WRK-ITM-FILIAL(WRK-ITM-JDX + 1)
                       AND WRK-ITM-VALOR(WRK-ITM-JDX) <
                           WRK-ITM-VALOR(WRK-ITM-JDX + 1))
                       MOVE WRK-ITM-LINHA(WRK-ITM-JDX)
                           TO WRK-TROCA-LINHA
                       MOVE WRK-ITM-LINHA(WRK-ITM-JDX + 1)
                           TO WRK-ITM-LINHA(WRK-ITM-JDX)
                       MOVE WRK-TROCA-LINHA
                           TO WRK-ITM-LINHA(WRK-ITM-JDX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      ******************************************************************
      * 0400-CLASSIFICA - PERCENTUAL, ACUMULADO E CLASSE DE CADA ITEM
      * NA ORDEM DA RECEITA, E A POSICAO EM UNIDADES DENTRO DA FILIAL.
      * O ITEM QUE CRUZA O LIMITE AINDA FICA NA CLASSE DE CIMA;
      * RECEITA LIQUIDA ZERO OU NEGATIVA (SO DEVOLUCAO) E SEMPRE C.
      ******************************************************************
       0400-CLASSIFICA SECTION.
           PERFORM VARYING WRK-ITM-IDX FROM 1 BY 1
                   UNTIL WRK-ITM-IDX > WRK-ITM-QTD
               IF WRK-ITM-IDX = 1 OR
                   WRK-ITM-FILIAL(WRK-ITM-IDX) NOT =
                   WRK-FILIAL-ANTERIOR
                   MOVE WRK-ITM-FILIAL(WRK-ITM-IDX)
                       TO WRK-FILIAL-ANTERIOR
                   MOVE 0 TO WRK-ACUMULADO
                   COMPUTE WRK-TOT-IDX = WRK-FILIAL-ANTERIOR + 1
               END-IF
               PERFORM 0450-CLASSIFICA-ITEM
           END-PERFORM.

      ******************************************************************
      * 0450-CLASSIFICA-ITEM - CLASSE E POSICAO EM UNIDADES DO ITEM
      * WRK-ITM-IDX.
      ******************************************************************
       0450-CLASSIFICA-ITEM SECTION.
           IF WRK-TOT-FILIAL(WRK-TOT-IDX) > 0
               AND WRK-ITM-VALOR(WRK-ITM-IDX) > 0
               COMPUTE WRK-ITM-PCT(WRK-ITM-IDX) ROUNDED =
                   WRK-ITM-VALOR(WRK-ITM-IDX) * 100
                   / WRK-TOT-FILIAL(WRK-TOT-IDX)
               IF WRK-ACUMULADO < WRK-LIMITE-A
                   MOVE 'A' TO WRK-ITM-CLASSE(WRK-ITM-IDX)
               ELSE
                   IF WRK-ACUMULADO < WRK-LIMITE-B
                       MOVE 'B' TO WRK-ITM-CLASSE(WRK-ITM-IDX)
                   ELSE
                       MOVE 'C' TO WRK-ITM-CLASSE(WRK-ITM-IDX)
                   END-IF
               END-IF
               ADD WRK-ITM-PCT(WRK-ITM-IDX) TO WRK-ACUMULADO
           ELSE
               MOVE 'C' TO WRK-ITM-CLASSE(WRK-ITM-IDX)
           END-IF.
           IF WRK-ACUMULADO > 100
               MOVE 100 TO WRK-ITM-ACUM(WRK-ITM-IDX)
           ELSE
               MOVE WRK-ACUMULADO TO WRK-ITM-ACUM(WRK-ITM-IDX)
           END-IF.

           MOVE 1 TO WRK-RANK.
           PERFORM VARYING WRK-ITM-JDX FROM 1 BY 1
                   UNTIL WRK-ITM-JDX > WRK-ITM-QTD
               IF WRK-ITM-FILIAL(WRK-ITM-JDX) =
                   WRK-ITM-FILIAL(WRK-ITM-IDX)
                   AND WRK-ITM-QTDE(WRK-ITM-JDX) >
                       WRK-ITM-QTDE(WRK-ITM-IDX)
                   ADD 1 TO WRK-RANK
               END-IF
           END-PERFORM.
           MOVE WRK-RANK TO WRK-ITM-POS-QTDE(WRK-ITM-IDX).

      ******************************************************************
      * 0500-IMPRIME - UM BLOCO POR FILIAL (A EMPRESA INTEIRA PRIMEIRO)
      * COM OS PRODUTOS NA ORDEM DA RECEITA E A CONTAGEM POR CLASSE.
      ******************************************************************
       0500-IMPRIME SECTION.
           OPEN OUTPUT ABC-REPORT-FILE.
           MOVE SPACES TO AB-LINHA.
           STRING 'MIX DE VENDAS POR PRODUTO E CURVA ABC - '
                  WRK-MES '/' WRK-ANO
               DELIMITED BY SIZE INTO AB-LINHA
           END-STRING
           WRITE AB-LINHA.
           MOVE SPACES TO AB-LINHA.
           WRITE AB-LINHA FROM '-------------------------------------'.

           OPEN INPUT PRODUCT-MASTER-FILE.
           MOVE 'N' TO WRK-PROD-ABERTO.
           IF WRK-PROD-STATUS = '00'
               MOVE 'S' TO WRK-PROD-ABERTO
           END-IF.

           PERFORM VARYING WRK-ITM-IDX FROM 1 BY 1
                   UNTIL WRK-ITM-IDX > WRK-ITM-QTD
               IF WRK-ITM-IDX = 1 OR
                   WRK-ITM-FILIAL(WRK-ITM-IDX) NOT =
                   WRK-FILIAL-ANTERIOR
                   IF WRK-ITM-IDX > 1
                       PERFORM 0580-TOTAL-FILIAL
                   END-IF
                   PERFORM 0550-CABECALHO-FILIAL
               END-IF
               PERFORM 0560-IMPRIME-ITEM
           END-PERFORM.

           IF WRK-ITM-QTD > 0
               PERFORM 0580-TOTAL-FILIAL
           ELSE
               MOVE SPACES TO AB-LINHA
               WRITE AB-LINHA FROM 'NENHUMA VENDA COM LINHAS NO MES'
           END-IF.

           IF WRK-PROD-ABERTO = 'S'
               CLOSE PRODUCT-MASTER-FILE
               MOVE 'N' TO WRK-PROD-ABERTO
           END-IF.

           CLOSE ABC-REPORT-FILE.

      ******************************************************************
      * 0550-CABECALHO-FILIAL - ABRE O BLOCO DA FILIAL.
      ******************************************************************
       0550-CABECALHO-FILIAL SECTION.
           MOVE WRK-ITM-FILIAL(WRK-ITM-IDX) TO WRK-FILIAL-ANTERIOR.
           COMPUTE WRK-TOT-IDX = WRK-FILIAL-ANTERIOR + 1.
           MOVE 0 TO WRK-RANK.
           MOVE 0 TO WRK-QTDE-A.
           MOVE 0 TO WRK-QTDE-B.
           MOVE 0 TO WRK-QTDE-C.

           IF WRK-FILIAL-ANTERIOR = 0
               MOVE 'EMPRESA INTEIRA' TO FU-NOME
           ELSE
               MOVE 'N' TO FU-FUNCAO
               MOVE WRK-FILIAL-ANTERIOR TO FU-FILIAL
               CALL 'FILUTIL' USING FU-PARM
           END-IF.

           MOVE SPACES TO AB-LINHA.
           WRITE AB-LINHA.
           MOVE SPACES TO AB-LINHA.
           STRING 'FILIAL ' WRK-FILIAL-ANTERIOR ' ' FU-NOME
               DELIMITED BY SIZE INTO AB-LINHA
           END-STRING
           WRITE AB-LINHA.
           MOVE SPACES TO AB-LINHA.
           STRING '  POS  PRODUTO  DESCRICAO                     '
                  '     UNIDADES POSU             RECEITA'
                  '      %   ACUM% CL'
               DELIMITED BY SIZE INTO AB-LINHA
           END-STRING
           WRITE AB-LINHA.

      ******************************************************************
      * 0560-IMPRIME-ITEM - LINHA DO PRODUTO NA CURVA DA FILIAL.
      ******************************************************************
       0560-IMPRIME-ITEM SECTION.
           ADD 1 TO WRK-RANK.
           EVALUATE WRK-ITM-CLASSE(WRK-ITM-IDX)
               WHEN 'A'
                   ADD 1 TO WRK-QTDE-A
               WHEN 'B'
                   ADD 1 TO WRK-QTDE-B
               WHEN OTHER
                   ADD 1 TO WRK-QTDE-C
           END-EVALUATE.

           MOVE 'NAO CADASTRADO' TO WRK-DESCRICAO.
           IF WRK-PROD-ABERTO = 'S'
               MOVE WRK-ITM-PRODUTO(WRK-ITM-IDX) TO PRD-CODIGO
               READ PRODUCT-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PRD-DESCRICAO TO WRK-DESCRICAO
               END-READ
           END-IF.

           MOVE WRK-ITM-QTDE(WRK-ITM-IDX)  TO WRK-QTDE-ED.
           MOVE WRK-ITM-VALOR(WRK-ITM-IDX) TO WRK-VALOR-ED.
           MOVE WRK-ITM-PCT(WRK-ITM-IDX)   TO WRK-PCT-ED.
           MOVE WRK-ITM-ACUM(WRK-ITM-IDX)  TO WRK-ACUM-ED.
           MOVE SPACES TO AB-LINHA.
           STRING '  ' WRK-RANK
                  ' ' WRK-ITM-PRODUTO(WRK-ITM-IDX)
                  ' ' WRK-DESCRICAO
                  ' ' WRK-QTDE-ED
                  ' ' WRK-ITM-POS-QTDE(WRK-ITM-IDX)
                  ' ' WRK-VALOR-ED
                  ' ' WRK-PCT-ED
                  ' ' WRK-ACUM-ED
                  ' ' WRK-ITM-CLASSE(WRK-ITM-IDX)
               DELIMITED BY SIZE INTO AB-LINHA
           END-STRING
           WRITE AB-LINHA.

      ******************************************************************
      * 0580-TOTAL-FILIAL - RECEITA DA FILIAL E PRODUTOS POR CLASSE.
      ******************************************************************
       0580-TOTAL-FILIAL SECTION.
           MOVE WRK-TOT-FILIAL(WRK-TOT-IDX) TO WRK-VALOR-ED.
           MOVE SPACES TO AB-LINHA.
           STRING '  RECEITA DA FILIAL: ' WRK-VALOR-ED
                  '  CLASSE A: ' WRK-QTDE-A
                  '  B: ' WRK-QTDE-B
                  '  C: ' WRK-QTDE-C
               DELIMITED BY SIZE INTO AB-LINHA
           END-STRING
           WRITE AB-LINHA.

      ******************************************************************
      * 0700-GRAVA-CLASSES - GRAVA NO PRODMASTER A CLASSE DA EMPRESA
      * INTEIRA; PRODUTO SEM VENDA NO MES FICA C. MES SEM NENHUMA
      * VENDA COM LINHAS NAO MEXE NO CADASTRO (MANTEM A CURVA
      * ANTERIOR).
      ******************************************************************
       0700-GRAVA-CLASSES SECTION.
           IF WRK-ITM-QTD = 0
               DISPLAY 'MES SEM VENDAS COM LINHAS - CLASSES DO '
                       'PRODMASTER MANTIDAS'
               GO TO 0700-EXIT
           END-IF.

           OPEN I-O PRODUCT-MASTER-FILE.
           IF WRK-PROD-STATUS NOT = '00'
               DISPLAY 'PRODMASTER INDISPONIVEL - CLASSES NAO '
                       'GRAVADAS'
               GO TO 0700-EXIT
           END-IF.

           PERFORM UNTIL PROD-ACABOU
               READ PRODUCT-MASTER-FILE NEXT
                   AT END
                       MOVE 'S' TO WRK-PROD-EOF
                   NOT AT END
                       PERFORM 0750-CLASSE-PRODUTO
                       MOVE WRK-CLASSE TO PRD-CLASSE-ABC
                       REWRITE PRD-REGISTRO
                       ADD 1 TO WRK-QTDE-GRAVADOS
               END-READ
           END-PERFORM.

           CLOSE PRODUCT-MASTER-FILE.
       0700-EXIT.
           EXIT.

      ******************************************************************
      * 0750-CLASSE-PRODUTO - CLASSE DO PRODUTO LIDO NA CURVA DA
      * EMPRESA INTEIRA (FILIAL 00), 'C' QUANDO NAO VENDEU.
      ******************************************************************
       0750-CLASSE-PRODUTO SECTION.
           MOVE 'C' TO WRK-CLASSE.
           MOVE 'N' TO WRK-ITM-BUSCA.
           PERFORM VARYING WRK-ITM-IDX FROM 1 BY 1
                   UNTIL WRK-ITM-IDX > WRK-ITM-QTD
                       OR ITM-ACHOU
                       OR WRK-ITM-FILIAL(WRK-ITM-IDX) > 0
               IF WRK-ITM-PRODUTO(WRK-ITM-IDX) = PRD-CODIGO
                   MOVE 'S' TO WRK-ITM-BUSCA
                   MOVE WRK-ITM-CLASSE(WRK-ITM-IDX) TO WRK-CLASSE
               END-IF
           END-PERFORM.

       END PROGRAM PROGCOB129.
