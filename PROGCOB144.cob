       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB144.
      ******************************************************************
      *AUTHOR: CARLOS AMARAL
      *DATE: 15/10/2026
      *PURPOSE: ACERTO UNICO DOS VENCIMENTOS DOS TITULOS EM ABERTO QUE
      *         CAIRAM EM FIM DE SEMANA OU FERIADO. OS PROGRAMAS QUE
      *         GERAM TITULO SO SOMAVAM DIAS A EMISSAO, E A REGUA DE
      *         COBRANCA (PROGCOB068) E OS ENCARGOS POR ATRASO
      *         (PROGCOB069) CONTAVAM ATRASO EM DIA DE BANCO FECHADO.
      *         OS GERADORES AGORA JA GRAVAM O VENCIMENTO NO PROXIMO
      *         DIA UTIL (DATEUTIL FUNCAO P); ESTE PROGRAMA PASSA O
      *         MESMO PENTE NOS TITULOS ABERTOS JA GRAVADOS NO
      *         ARITEMS E NO APITEMS E IMPRIME NO DUEROLLRPT O
      *         VENCIMENTO ANTES E DEPOIS DE CADA TITULO MEXIDO.
      *         TITULO A RECEBER USA A UF DA FILIAL DO PEDIDO (PELO
      *         SALESJOURNAL); SEM PEDIDO IDENTIFICADO, E OS TITULOS A
      *         PAGAR, USAM A UF DA MATRIZ (FILIAL 01), MESMA REGRA
      *         DOS GERADORES. RODA PRIMEIRO EM SIMULACAO (SO O
      *         RELATORIO) E DEPOIS EM ATUALIZACAO, QUE REGRAVA OS
      *         DOIS ARQUIVOS. ARQUIVO MAIOR QUE A TABELA NAO E
      *         REGRAVADO.
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

           SELECT AP-ITEMS-FILE ASSIGN TO 'APITEMS'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-AP-STATUS.

           SELECT SALES-JOURNAL-FILE ASSIGN TO 'SALESJOURNAL'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-SJ-STATUS.

           SELECT ROLL-REPORT-FILE ASSIGN TO 'DUEROLLRPT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AR-ITEMS-FILE.
           COPY 'ARITEMS-REC.cob'.
       01  AR-REGISTRO-X           PIC X(76).

       FD  AP-ITEMS-FILE.
           COPY 'APITEMS-REC.cob'.
       01  AP-REGISTRO-X           PIC X(54).

       FD  SALES-JOURNAL-FILE.
           COPY 'SALESJRNL-REC.cob'.

       FD  ROLL-REPORT-FILE.
       01  RL-LINHA                PIC X(132).

       WORKING-STORAGE SECTION.
           COPY 'DATEUTIL-PARM.cob'.
           COPY 'FILUTIL-PARM.cob'.

       77  WRK-AR-STATUS       PIC X(02)       VALUE SPACES.
       77  WRK-AR-EOF          PIC X(01)       VALUE 'N'.
           88  AR-ACABOU                       VALUE 'S'.
       77  WRK-AP-STATUS       PIC X(02)       VALUE SPACES.
       77  WRK-AP-EOF          PIC X(01)       VALUE 'N'.
           88  AP-ACABOU                       VALUE 'S'.
       77  WRK-SJ-STATUS       PIC X(02)       VALUE SPACES.
       77  WRK-SJ-EOF          PIC X(01)       VALUE 'N'.
           88  SJ-ACABOU                       VALUE 'S'.
       77  WRK-REPORT-STATUS   PIC X(02)       VALUE SPACES.

       77  WRK-MODO            PIC X(01)       VALUE SPACES.
           88  MODO-ATUALIZA                   VALUE 'A'.
       01  WRK-HOJE.
           02  WRK-HOJE-ANO    PIC 9(04)       VALUE ZEROES.
           02  WRK-HOJE-MES    PIC 9(02)       VALUE ZEROES.
           02  WRK-HOJE-DIA    PIC 9(02)       VALUE ZEROES.

      ******************************************************************
      * UF DA MATRIZ (FILIAL 01), PARA OS TITULOS SEM FILIAL.
      ******************************************************************
       77  WRK-UF-MATRIZ       PIC X(02)       VALUE SPACES.
       77  WRK-UF-TITULO       PIC X(02)       VALUE SPACES.

      ******************************************************************
      * PEDIDOS DO SALESJOURNAL COM A FILIAL DE ORIGEM (ATE 5000) E A
      * UF DE CADA FILIAL (ATE 99, PELO FILUTIL).
      ******************************************************************
       77  WRK-PED-QTD         PIC 9(04)       VALUE ZEROES.
       77  WRK-PED-IDX         PIC 9(04)       VALUE ZEROES.
       77  WRK-PED-POS         PIC 9(04)       VALUE ZEROES.
       01  WRK-TAB-PEDIDOS.
           02  WRK-PED-LINHA   OCCURS 5000 TIMES.
               03  WRK-PED-NUMERO      PIC 9(10).
               03  WRK-PED-FILIAL      PIC 9(02).
       77  WRK-FIL-IDX         PIC 9(02)       VALUE ZEROES.
       01  WRK-TAB-UF-FILIAIS.
           02  WRK-FIL-UF      PIC X(02)       OCCURS 99 TIMES.

      ******************************************************************
      * OS DOIS ARQUIVOS DE TITULOS EM MEMORIA, REGISTRO INTEIRO, PARA
      * A REGRAVACAO NAO PERDER NENHUM CAMPO (ATE 2000 CADA, O MESMO
      * LIMITE DA BAIXA DO PROGCOB034 E DO PROGCOB069).
      ******************************************************************
       77  WRK-TIT-IDX         PIC 9(04)       VALUE ZEROES.
       77  WRK-AR-QTD          PIC 9(04)       VALUE ZEROES.
       01  WRK-TAB-AR.
           02  WRK-AR-LINHA    PIC X(76)       OCCURS 2000 TIMES.
       77  WRK-AR-ESTOUROU     PIC X(01)       VALUE 'N'.
           88  AR-ESTOUROU                     VALUE 'S'.
       77  WRK-AP-QTD          PIC 9(04)       VALUE ZEROES.
       01  WRK-TAB-AP.
           02  WRK-AP-LINHA    PIC X(54)       OCCURS 2000 TIMES.
       77  WRK-AP-ESTOUROU     PIC X(01)       VALUE 'N'.
           88  AP-ESTOUROU                     VALUE 'S'.

       01  WRK-VENCTO-ANTES.
           02  WRK-ANTES-ANO   PIC 9(04).
           02  WRK-ANTES-MES   PIC 9(02).
           02  WRK-ANTES-DIA   PIC 9(02).
       01  WRK-VENCTO-DEPOIS.
           02  WRK-DEPOIS-ANO  PIC 9(04).
           02  WRK-DEPOIS-MES  PIC 9(02).
           02  WRK-DEPOIS-DIA  PIC 9(02).
       77  WRK-VENCTO-NUM      PIC 9(08)       VALUE ZEROES.
       77  WRK-SEMANA-ANTES    PIC X(03)       VALUE SPACES.
       01  WRK-TAB-SEMANA.
           02  FILLER          PIC X(21)
                   VALUE 'DOMSEGTERQUAQUISEXSAB'.
       01  WRK-TAB-SEMANA-R REDEFINES WRK-TAB-SEMANA.
           02  WRK-SEMANA-NOME PIC X(03)       OCCURS 7 TIMES.

       77  WRK-AR-ABERTOS      PIC 9(05)       VALUE ZEROES.
       77  WRK-AR-MUDADOS      PIC 9(05)       VALUE ZEROES.
       77  WRK-AR-VALOR-MUD    PIC 9(11)V99    VALUE ZEROES.
       77  WRK-AP-ABERTOS      PIC 9(05)       VALUE ZEROES.
       77  WRK-AP-MUDADOS      PIC 9(05)       VALUE ZEROES.
       77  WRK-AP-VALOR-MUD    PIC 9(11)V99    VALUE ZEROES.
       77  WRK-QTDE-ED         PIC ZZ.ZZ9      VALUE ZEROES.
       77  WRK-VALOR-ED        PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.

       PROCEDURE DIVISION.

           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.

           DISPLAY 'ACERTO DE VENCIMENTOS EM DIA NAO UTIL'.
           DISPLAY 'S - SIMULACAO (SO O RELATORIO)'.
           DISPLAY 'A - ATUALIZACAO (REGRAVA ARITEMS E APITEMS)'.
           DISPLAY 'MODO: '.
           ACCEPT WRK-MODO.
           IF NOT MODO-ATUALIZA
               MOVE 'S' TO WRK-MODO
           END-IF.

           PERFORM 0100-CARREGA-FILIAIS.
           PERFORM 0150-CARREGA-PEDIDOS.

           OPEN OUTPUT ROLL-REPORT-FILE.
           PERFORM 0200-CABECALHO.

           PERFORM 0300-ACERTA-RECEBER.
           PERFORM 0400-ACERTA-PAGAR.

           IF MODO-ATUALIZA
               PERFORM 0600-REGRAVA-RECEBER
               PERFORM 0650-REGRAVA-PAGAR
           END-IF.

           PERFORM 0800-TOTAIS.
           CLOSE ROLL-REPORT-FILE.

           DISPLAY 'TITULOS A RECEBER ACERTADOS: ' WRK-AR-MUDADOS.
           DISPLAY 'TITULOS A PAGAR ACERTADOS...: ' WRK-AP-MUDADOS.
           DISPLAY 'RELATORIO EM DUEROLLRPT'.

           STOP RUN.

      ******************************************************************
      * 0100-CARREGA-FILIAIS - UF DE CADA FILIAL PELO FILUTIL (FUNCAO
      * N; BRANCO QUANDO NAO CADASTRADA, O QUE DEIXA SO OS FERIADOS
      * NACIONAIS).
      ******************************************************************
       0100-CARREGA-FILIAIS SECTION.
           PERFORM VARYING WRK-FIL-IDX FROM 1 BY 1
                   UNTIL WRK-FIL-IDX > 98
               MOVE 'N' TO FU-FUNCAO
               MOVE WRK-FIL-IDX TO FU-FILIAL
               CALL 'FILUTIL' USING FU-PARM
               MOVE FU-UF TO WRK-FIL-UF(WRK-FIL-IDX)
           END-PERFORM.
           MOVE SPACES TO WRK-FIL-UF(99).

           MOVE WRK-FIL-UF(1) TO WRK-UF-MATRIZ.

      ******************************************************************
      * 0150-CARREGA-PEDIDOS - PEDIDO -> FILIAL A PARTIR DAS LINHAS DE
      * VENDA DO SALESJOURNAL. LINHA ANTIGA SEM FILIAL FICA NA MATRIZ.
      ******************************************************************
       0150-CARREGA-PEDIDOS SECTION.
           MOVE 0 TO WRK-PED-QTD.
           OPEN INPUT SALES-JOURNAL-FILE.
           IF WRK-SJ-STATUS NOT = '00'
               GO TO 0150-EXIT
           END-IF.

           PERFORM UNTIL SJ-ACABOU
               READ SALES-JOURNAL-FILE
                   AT END
                       MOVE 'S' TO WRK-SJ-EOF
                   NOT AT END
                       IF LANC-VENDA
                           AND SJ-PEDIDO NUMERIC
                           AND SJ-PEDIDO > 0
                           AND WRK-PED-QTD < 5000
                           ADD 1 TO WRK-PED-QTD
                           MOVE SJ-PEDIDO
                               TO WRK-PED-NUMERO(WRK-PED-QTD)
                           IF SJ-FILIAL NUMERIC AND SJ-FILIAL > 0
                               MOVE SJ-FILIAL
                                   TO WRK-PED-FILIAL(WRK-PED-QTD)
                           ELSE
                               MOVE 01 TO WRK-PED-FILIAL(WRK-PED-QTD)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE SALES-JOURNAL-FILE.
       0150-EXIT.
           EXIT.

      ******************************************************************
      * 0200-CABECALHO - TITULO, MODO E COLUNAS DO DUEROLLRPT.
      ******************************************************************
       0200-CABECALHO SECTION.
           MOVE SPACES TO RL-LINHA.
           IF MODO-ATUALIZA
               STRING 'ACERTO DE VENCIMENTOS EM DIA NAO UTIL - '
                      'ATUALIZACAO - ' WRK-HOJE-DIA '/' WRK-HOJE-MES
                      '/' WRK-HOJE-ANO
                   DELIMITED BY SIZE INTO RL-LINHA
               END-STRING
           ELSE
               STRING 'ACERTO DE VENCIMENTOS EM DIA NAO UTIL - '
                      'SIMULACAO (ARQUIVOS NAO ALTERADOS) - '
                      WRK-HOJE-DIA '/' WRK-HOJE-MES '/' WRK-HOJE-ANO
                   DELIMITED BY SIZE INTO RL-LINHA
               END-STRING
           END-IF.
           WRITE RL-LINHA.
           MOVE SPACES TO RL-LINHA.
           WRITE RL-LINHA.
           STRING 'TP CLI/TRAN PEDIDO/NOTA  PARC          VALOR'
                  '  UF  VENCTO ANTES       VENCTO DEPOIS'
               DELIMITED BY SIZE INTO RL-LINHA
           END-STRING.
           WRITE RL-LINHA.
           MOVE ALL '-' TO RL-LINHA.
           WRITE RL-LINHA.

      ******************************************************************
      * 0300-ACERTA-RECEBER - CARREGA O ARITEMS E ACERTA NA TABELA O
      * VENCIMENTO DE CADA TITULO ABERTO QUE NAO CAI EM DIA UTIL DA UF
      * DA FILIAL DO PEDIDO.
      ******************************************************************
       0300-ACERTA-RECEBER SECTION.
           MOVE 0 TO WRK-AR-QTD.
           OPEN INPUT AR-ITEMS-FILE.
           IF WRK-AR-STATUS NOT = '00'
               GO TO 0300-EXIT
           END-IF.

           PERFORM UNTIL AR-ACABOU
               MOVE SPACES TO AR-REGISTRO-X
               READ AR-ITEMS-FILE
                   AT END
                       MOVE 'S' TO WRK-AR-EOF
                   NOT AT END
                       IF WRK-AR-QTD < 2000
                           PERFORM 0310-TITULO-RECEBER
                           ADD 1 TO WRK-AR-QTD
                           MOVE AR-REGISTRO-X
                               TO WRK-AR-LINHA(WRK-AR-QTD)
                       ELSE
                           MOVE 'S' TO WRK-AR-ESTOUROU
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE AR-ITEMS-FILE.
       0300-EXIT.
           EXIT.

      ******************************************************************
      * 0310-TITULO-RECEBER - TITULO ABERTO: UF DA FILIAL DO PEDIDO
      * (MATRIZ SEM PEDIDO) E PROXIMO DIA UTIL; SE MUDOU, ACERTA O
      * REGISTRO E IMPRIME ANTES/DEPOIS.
      ******************************************************************
       0310-TITULO-RECEBER SECTION.
           IF NOT TITULO-ABERTO
               GO TO 0310-EXIT
           END-IF.
           ADD 1 TO WRK-AR-ABERTOS.

           MOVE WRK-UF-MATRIZ TO WRK-UF-TITULO.
           IF AR-PEDIDO NUMERIC AND AR-PEDIDO > 0
               MOVE 0 TO WRK-PED-POS
               PERFORM VARYING WRK-PED-IDX FROM 1 BY 1
                       UNTIL WRK-PED-IDX > WRK-PED-QTD
                           OR WRK-PED-POS > 0
                   IF WRK-PED-NUMERO(WRK-PED-IDX) = AR-PEDIDO
                       MOVE WRK-PED-IDX TO WRK-PED-POS
                   END-IF
               END-PERFORM
               IF WRK-PED-POS > 0
                   MOVE WRK-FIL-UF(WRK-PED-FILIAL(WRK-PED-POS))
                       TO WRK-UF-TITULO
               END-IF
           END-IF.

           MOVE AR-VENCIMENTO TO WRK-VENCTO-NUM.
           PERFORM 0500-PROXIMO-DIA-UTIL.
           IF WRK-VENCTO-DEPOIS = WRK-VENCTO-ANTES
               GO TO 0310-EXIT
           END-IF.

           MOVE WRK-VENCTO-DEPOIS TO AR-VENCIMENTO.
           ADD 1 TO WRK-AR-MUDADOS.
           ADD AR-VALOR TO WRK-AR-VALOR-MUD.

           MOVE AR-VALOR TO WRK-VALOR-ED.
           MOVE SPACES TO RL-LINHA.
           STRING 'CR ' AR-CLIENTE '   ' AR-PEDIDO '  '
                  AR-PARCELA '/' AR-TOT-PARCELAS ' ' WRK-VALOR-ED
                  '  ' WRK-UF-TITULO '  '
                  WRK-ANTES-DIA '/' WRK-ANTES-MES '/' WRK-ANTES-ANO
                  ' ' WRK-SEMANA-ANTES '     '
                  WRK-DEPOIS-DIA '/' WRK-DEPOIS-MES '/' WRK-DEPOIS-ANO
               DELIMITED BY SIZE INTO RL-LINHA
           END-STRING.
           WRITE RL-LINHA.
       0310-EXIT.
           EXIT.

      ******************************************************************
      * 0400-ACERTA-PAGAR - MESMA COISA PARA O APITEMS, SEMPRE NA UF
      * DA MATRIZ, QUE PAGA TRANSPORTADORAS E FORNECEDORES.
      ******************************************************************
       0400-ACERTA-PAGAR SECTION.
           MOVE 0 TO WRK-AP-QTD.
           OPEN INPUT AP-ITEMS-FILE.
           IF WRK-AP-STATUS NOT = '00'
               GO TO 0400-EXIT
           END-IF.

           PERFORM UNTIL AP-ACABOU
               MOVE SPACES TO AP-REGISTRO-X
               READ AP-ITEMS-FILE
                   AT END
                       MOVE 'S' TO WRK-AP-EOF
                   NOT AT END
                       IF WRK-AP-QTD < 2000
                           PERFORM 0410-TITULO-PAGAR
                           ADD 1 TO WRK-AP-QTD
                           MOVE AP-REGISTRO-X
                               TO WRK-AP-LINHA(WRK-AP-QTD)
                       ELSE
                           MOVE 'S' TO WRK-AP-ESTOUROU
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE AP-ITEMS-FILE.
       0400-EXIT.
           EXIT.

      ******************************************************************
      * 0410-TITULO-PAGAR - TITULO A PAGAR ABERTO FORA DE DIA UTIL VAI
      * PARA O PROXIMO DIA UTIL DA MATRIZ.
      ******************************************************************
       0410-TITULO-PAGAR SECTION.
           IF NOT TITULO-AP-ABERTO
               GO TO 0410-EXIT
           END-IF.
           ADD 1 TO WRK-AP-ABERTOS.

           MOVE WRK-UF-MATRIZ TO WRK-UF-TITULO.
           MOVE AP-VENCIMENTO TO WRK-VENCTO-NUM.
           PERFORM 0500-PROXIMO-DIA-UTIL.
           IF WRK-VENCTO-DEPOIS = WRK-VENCTO-ANTES
               GO TO 0410-EXIT
           END-IF.

           MOVE WRK-VENCTO-DEPOIS TO AP-VENCIMENTO.
           ADD 1 TO WRK-AP-MUDADOS.
           ADD AP-VALOR TO WRK-AP-VALOR-MUD.

           MOVE AP-VALOR TO WRK-VALOR-ED.
           MOVE SPACES TO RL-LINHA.
           IF TITULO-AP-MERCADORIA
               STRING 'CP ' AP-FORNECEDOR '    ' AP-NOTA '        '
                      WRK-VALOR-ED
                   DELIMITED BY SIZE INTO RL-LINHA
               END-STRING
           ELSE
               STRING 'CP    ' AP-TRANSP '                     '
                      WRK-VALOR-ED
                   DELIMITED BY SIZE INTO RL-LINHA
               END-STRING
           END-IF.
           STRING '  ' WRK-UF-TITULO '  '
                  WRK-ANTES-DIA '/' WRK-ANTES-MES '/' WRK-ANTES-ANO
                  ' ' WRK-SEMANA-ANTES '     '
                  WRK-DEPOIS-DIA '/' WRK-DEPOIS-MES '/' WRK-DEPOIS-ANO
               DELIMITED BY SIZE INTO RL-LINHA(45:)
           END-STRING.
           WRITE RL-LINHA.
       0410-EXIT.
           EXIT.

      ******************************************************************
      * 0500-PROXIMO-DIA-UTIL - WRK-VENCTO-NUM NA UF WRK-UF-TITULO:
      * DEVOLVE ANTES (COM O DIA DA SEMANA) E DEPOIS. DATA INVALIDA
      * FICA COMO ESTA.
      ******************************************************************
       0500-PROXIMO-DIA-UTIL SECTION.
           MOVE WRK-VENCTO-NUM TO WRK-VENCTO-ANTES.
           MOVE WRK-VENCTO-NUM TO WRK-VENCTO-DEPOIS.
           IF WRK-VENCTO-ANTES NOT NUMERIC
               GO TO 0500-EXIT
           END-IF.

           MOVE 'W' TO DU-FUNCAO.
           MOVE WRK-VENCTO-ANTES TO DU-DATA.
           CALL 'DATEUTIL' USING DU-PARM.
           MOVE WRK-SEMANA-NOME(DU-WEEKDAY + 1) TO WRK-SEMANA-ANTES.

           MOVE 'P' TO DU-FUNCAO.
           MOVE WRK-VENCTO-ANTES TO DU-DATA.
           MOVE WRK-UF-TITULO TO DU-UF.
           CALL 'DATEUTIL' USING DU-PARM.
           IF DU-RETORNO = 'S'
               MOVE DU-DATA TO WRK-VENCTO-DEPOIS
           END-IF.
       0500-EXIT.
           EXIT.

      ******************************************************************
      * 0600-REGRAVA-RECEBER - REGRAVA O ARITEMS COMPLETO A PARTIR DA
      * TABELA (MESMA MECANICA DO PROGCOB034). ARQUIVO QUE NAO COUBE
      * NA TABELA NAO E REGRAVADO, PARA NAO PERDER TITULOS.
      ******************************************************************
       0600-REGRAVA-RECEBER SECTION.
           IF AR-ESTOUROU
               DISPLAY 'ARITEMS COM MAIS DE 2000 TITULOS - NAO '
                       'REGRAVADO'
               GO TO 0600-EXIT
           END-IF.
           IF WRK-AR-MUDADOS = 0
               GO TO 0600-EXIT
           END-IF.

           OPEN OUTPUT AR-ITEMS-FILE.
           PERFORM VARYING WRK-TIT-IDX FROM 1 BY 1
                   UNTIL WRK-TIT-IDX > WRK-AR-QTD
               MOVE WRK-AR-LINHA(WRK-TIT-IDX) TO AR-REGISTRO-X
               WRITE AR-REGISTRO-X
           END-PERFORM.
           CLOSE AR-ITEMS-FILE.
       0600-EXIT.
           EXIT.

      ******************************************************************
      * 0650-REGRAVA-PAGAR - IDEM PARA O APITEMS.
      ******************************************************************
       0650-REGRAVA-PAGAR SECTION.
           IF AP-ESTOUROU
               DISPLAY 'APITEMS COM MAIS DE 2000 TITULOS - NAO '
                       'REGRAVADO'
               GO TO 0650-EXIT
           END-IF.
           IF WRK-AP-MUDADOS = 0
               GO TO 0650-EXIT
           END-IF.

           OPEN OUTPUT AP-ITEMS-FILE.
           PERFORM VARYING WRK-TIT-IDX FROM 1 BY 1
                   UNTIL WRK-TIT-IDX > WRK-AP-QTD
               MOVE WRK-AP-LINHA(WRK-TIT-IDX) TO AP-REGISTRO-X
               WRITE AP-REGISTRO-X
           END-PERFORM.
           CLOSE AP-ITEMS-FILE.
       0650-EXIT.
           EXIT.

      ******************************************************************
      * 0800-TOTAIS - ABERTOS LIDOS E ACERTADOS POR ARQUIVO, E AVISO
      * DE ARQUIVO NAO REGRAVADO.
      ******************************************************************
       0800-TOTAIS SECTION.
           MOVE ALL '-' TO RL-LINHA.
           WRITE RL-LINHA.

           MOVE WRK-AR-ABERTOS TO WRK-QTDE-ED.
           MOVE SPACES TO RL-LINHA.
           STRING 'CONTAS A RECEBER - TITULOS ABERTOS: ' WRK-QTDE-ED
               DELIMITED BY SIZE INTO RL-LINHA
           END-STRING.
           WRITE RL-LINHA.
           MOVE WRK-AR-MUDADOS TO WRK-QTDE-ED.
           MOVE WRK-AR-VALOR-MUD TO WRK-VALOR-ED.
           MOVE SPACES TO RL-LINHA.
           STRING '                   VENCTO ACERTADO: ' WRK-QTDE-ED
                  '  VALOR ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO RL-LINHA
           END-STRING.
           WRITE RL-LINHA.

           MOVE WRK-AP-ABERTOS TO WRK-QTDE-ED.
           MOVE SPACES TO RL-LINHA.
           STRING 'CONTAS A PAGAR   - TITULOS ABERTOS: ' WRK-QTDE-ED
               DELIMITED BY SIZE INTO RL-LINHA
           END-STRING.
           WRITE RL-LINHA.
           MOVE WRK-AP-MUDADOS TO WRK-QTDE-ED.
           MOVE WRK-AP-VALOR-MUD TO WRK-VALOR-ED.
           MOVE SPACES TO RL-LINHA.
           STRING '                   VENCTO ACERTADO: ' WRK-QTDE-ED
                  '  VALOR ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO RL-LINHA
           END-STRING.
           WRITE RL-LINHA.

           IF MODO-ATUALIZA AND (AR-ESTOUROU OR AP-ESTOUROU)
               MOVE SPACES TO RL-LINHA
               WRITE RL-LINHA FROM
                   '*** ARQUIVO ACIMA DE 2000 TITULOS NAO FOI REGRAVADO'
           END-IF.

       END PROGRAM PROGCOB144.
