       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB135.
      ******************************************************************
      *AUTHOR: CARLOS AMARAL
      *DATE: 15/10/2026
      *PURPOSE: RELATORIO MENSAL DE RENTABILIDADE POR CLIENTE
      *         (CM-CODIGO). PARA O ANO/MES INFORMADO E PARA OS DOZE
      *         MESES QUE TERMINAM NELE, CONFRONTA A VENDA BRUTA COM
      *         TUDO O QUE SAI DELA ATE A MARGEM DE CONTRIBUICAO:
      *         - VENDAS: LINHAS 'V' DO DIARIO SALESJOURNAL (VALOR
      *           LIQUIDO DO DESCONTO DE ACORDO; O BRUTO DO RELATORIO
      *           E ESSE LIQUIDO MAIS O DESCONTO DO DISCOUNTLOG);
      *         - DESCONTOS DE ACORDO: DISCOUNTLOG (PROGCOB084);
      *         - NOTAS DE CREDITO: LINHAS 'C' DO SALESJOURNAL, QUE
      *           COBREM O PROGCOB078 E O CREDITO EM LOTE PROGCOB024B
      *           SEM CONTAR DUAS VEZES O CREDITNOTES;
      *         - FRETE ABSORVIDO E ICMS: CAMPOS FRETE= E ICMS= DO
      *           FREIGHTAUDIT, PELA DATA DA LINHA;
      *         - PERDAS (BAIXA DE INCOBRAVEIS): CAMPO VALOR= DO
      *           WRITEOFFAUD (PROGCOB071), PELA DATA DA BAIXA;
      *         - PIS E COFINS: ALIQUOTA DO PISCOFRATE VIGENTE NA
      *           COMPETENCIA DE CADA LANCAMENTO DO DIARIO SOBRE A
      *           VENDA MENOS AS NOTAS DE CREDITO (MESMA BASE DO
      *           PROGCOB117).
      *         OS CLIENTES SAEM ORDENADOS PELA MARGEM DO MES (MAIOR
      *         PRIMEIRO) E O CLIENTE COM MARGEM NEGATIVA NOS DOZE
      *         MESES SAI MARCADO E LISTADO NO FIM DO RELATORIO
      *         CUSTPROFRPT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUST-MASTER-FILE ASSIGN TO 'CUSTMASTER'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CODIGO
               FILE STATUS IS WRK-CUST-STATUS.

           SELECT SALES-JOURNAL-FILE ASSIGN TO 'SALESJOURNAL'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-JOURNAL-STATUS.

           SELECT DISCOUNT-LOG-FILE ASSIGN TO 'DISCOUNTLOG'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-DESC-STATUS.

           SELECT FREIGHT-AUDIT-FILE ASSIGN TO 'FREIGHTAUDIT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FA-STATUS.

           SELECT WRITEOFF-AUDIT-FILE ASSIGN TO 'WRITEOFFAUD'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-WA-STATUS.

           SELECT RATE-FILE ASSIGN TO 'PISCOFRATE'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-RATE-STATUS.

           SELECT PROFIT-REPORT-FILE ASSIGN TO 'CUSTPROFRPT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUST-MASTER-FILE.
           COPY 'CUSTMASTER-REC.cob'.

       FD  SALES-JOURNAL-FILE.
           COPY 'SALESJRNL-REC.cob'.

       FD  DISCOUNT-LOG-FILE.
           COPY 'DISCLOG-REC.cob'.

       FD  FREIGHT-AUDIT-FILE.
       01  FA-LINHA                PIC X(200).

       FD  WRITEOFF-AUDIT-FILE.
       01  WA-LINHA                PIC X(150).

       FD  RATE-FILE.
       01  PC-REGISTRO.
           02  PC-VIGENCIA         PIC 9(06).
           02  PC-TIPO             PIC X(01).
           02  PC-ALIQUOTA         PIC 9(02)V99.

       FD  PROFIT-REPORT-FILE.
       01  PR-LINHA                PIC X(132).

       WORKING-STORAGE SECTION.
       77  WRK-CUST-STATUS     PIC X(02)       VALUE SPACES.
       77  WRK-JOURNAL-STATUS  PIC X(02)       VALUE SPACES.
       77  WRK-JOURNAL-EOF     PIC X(01)       VALUE 'N'.
           88  JOURNAL-ACABOU                  VALUE 'S'.
       77  WRK-DESC-STATUS     PIC X(02)       VALUE SPACES.
       77  WRK-DESC-EOF        PIC X(01)       VALUE 'N'.
           88  DESC-ACABOU                     VALUE 'S'.
       77  WRK-FA-STATUS       PIC X(02)       VALUE SPACES.
       77  WRK-FA-EOF          PIC X(01)       VALUE 'N'.
           88  FA-ACABOU                       VALUE 'S'.
       77  WRK-WA-STATUS       PIC X(02)       VALUE SPACES.
       77  WRK-WA-EOF          PIC X(01)       VALUE 'N'.
           88  WA-ACABOU                       VALUE 'S'.
       77  WRK-RATE-STATUS     PIC X(02)       VALUE SPACES.
       77  WRK-RATE-EOF        PIC X(01)       VALUE 'N'.
           88  RATE-ACABOU                     VALUE 'S'.
       77  WRK-REPORT-STATUS   PIC X(02)       VALUE SPACES.

       77  WRK-ANO             PIC 9(04)       VALUE ZEROES.
       77  WRK-MES             PIC 9(02)       VALUE ZEROES.
       01  WRK-HOJE.
           02  WRK-HOJE-ANO    PIC 9(04)       VALUE ZEROES.
           02  WRK-HOJE-MES    PIC 9(02)       VALUE ZEROES.
           02  WRK-HOJE-DIA    PIC 9(02)       VALUE ZEROES.

      ******************************************************************
      * COMPETENCIA DO RELATORIO E INICIO DA JANELA DE DOZE MESES
      * (AAAAMM). A COMPETENCIA DE CADA LANCAMENTO LIDO E MONTADA EM
      * WRK-PER E CLASSIFICADA PELO 0900.
      ******************************************************************
       01  WRK-COMPETENCIA.
           02  WRK-COMP-ANO    PIC 9(04).
           02  WRK-COMP-MES    PIC 9(02).
       01  WRK-COMP-NUM REDEFINES WRK-COMPETENCIA PIC 9(06).
       01  WRK-INICIO-12M.
           02  WRK-INI-ANO     PIC 9(04).
           02  WRK-INI-MES     PIC 9(02).
       01  WRK-INI-NUM REDEFINES WRK-INICIO-12M PIC 9(06).
       01  WRK-PER.
           02  WRK-PER-ANO     PIC 9(04).
           02  WRK-PER-MES     PIC 9(02).
       01  WRK-PER-NUM REDEFINES WRK-PER PIC 9(06).
       77  WRK-NO-MES          PIC X(01)       VALUE 'N'.
       77  WRK-NO-12M          PIC X(01)       VALUE 'N'.

      ******************************************************************
      * ALIQUOTAS DO PISCOFRATE (TODAS AS VIGENCIAS); A ALIQUOTA DE
      * CADA LANCAMENTO E A DA VIGENCIA MAIS RECENTE QUE NAO PASSA DA
      * SUA COMPETENCIA.
      ******************************************************************
       77  WRK-ALQ-QTD         PIC 9(02)       VALUE ZEROES.
       77  WRK-ALQ-IDX         PIC 9(02)       VALUE ZEROES.
       01  WRK-TAB-ALIQUOTAS.
           02  WRK-ALQ-LINHA   OCCURS 50 TIMES.
               03  WRK-ALQ-VIGENCIA    PIC 9(06).
               03  WRK-ALQ-TIPO        PIC X(01).
               03  WRK-ALQ-VALOR       PIC 9(02)V99.
       77  WRK-ALIQ-PIS        PIC 9(02)V99    VALUE ZEROES.
       77  WRK-VIG-PIS         PIC 9(06)       VALUE ZEROES.
       77  WRK-ALIQ-COFINS     PIC 9(02)V99    VALUE ZEROES.
       77  WRK-VIG-COFINS      PIC 9(06)       VALUE ZEROES.

      ******************************************************************
      * ACUMULADO POR CLIENTE. WRK-CLI-PER(1) = MES DO RELATORIO,
      * WRK-CLI-PER(2) = DOZE MESES. COMPONENTES (WRK-CLI-COMP):
      * 1 BRUTO, 2 DESCONTO, 3 CREDITO, 4 FRETE, 5 PERDA, 6 ICMS,
      * 7 PIS, 8 COFINS. MARGEM = BRUTO MENOS OS DEMAIS.
      ******************************************************************
       77  WRK-CLI-QTD         PIC 9(04)       VALUE ZEROES.
       77  WRK-CLI-IDX         PIC 9(04)       VALUE ZEROES.
       77  WRK-CLI-POS         PIC 9(04)       VALUE ZEROES.
       77  WRK-CLI-FORA        PIC 9(06)       VALUE ZEROES.
       77  WRK-PER-IDX         PIC 9(01)       VALUE ZEROES.
       77  WRK-COMP-IDX        PIC 9(01)       VALUE ZEROES.
       77  WRK-COLUNA          PIC 9(01)       VALUE ZEROES.
       77  WRK-CLIENTE         PIC 9(06)       VALUE ZEROES.
       77  WRK-VALOR-LANC      PIC S9(10)V99   VALUE ZEROES.
       01  WRK-TAB-CLIENTES.
           02  WRK-CLI-LINHA   OCCURS 1000 TIMES.
               03  WRK-CLI-CODIGO      PIC 9(06).
               03  WRK-CLI-PER         OCCURS 2 TIMES.
                   04  WRK-CLI-COMP    PIC S9(10)V99 OCCURS 8 TIMES.
                   04  WRK-CLI-MARGEM  PIC S9(10)V99.

      ******************************************************************
      * ORDEM DO RELATORIO (POSICOES DA TABELA DE CLIENTES POR MARGEM
      * DO MES, MAIOR PRIMEIRO).
      ******************************************************************
       77  WRK-ORD-IDX         PIC 9(04)       VALUE ZEROES.
       77  WRK-ORD-JDX         PIC 9(04)       VALUE ZEROES.
       77  WRK-ORD-TROCA       PIC 9(04)       VALUE ZEROES.
       01  WRK-TAB-ORDEM.
           02  WRK-ORD-POS     PIC 9(04)       OCCURS 1000 TIMES.

      ******************************************************************
      * EXTRACAO DOS CAMPOS DAS LINHAS DE AUDITORIA (MESMA MECANICA
      * DO PROGCOB033).
      ******************************************************************
       77  WRK-FA-ANTES        PIC X(200)      VALUE SPACES.
       77  WRK-FA-DEPOIS       PIC X(200)      VALUE SPACES.
       77  WRK-FA-CAMPO        PIC X(20)       VALUE SPACES.
       01  WRK-FA-VALOR-X      PIC X(08)       VALUE SPACES.
       01  WRK-FA-VALOR        REDEFINES WRK-FA-VALOR-X
                               PIC 9(06)V99.
       01  WRK-WA-VALOR-X      PIC X(10)       VALUE SPACES.
       01  WRK-WA-VALOR        REDEFINES WRK-WA-VALOR-X
                               PIC 9(08)V99.

      ******************************************************************
      * TOTAIS DO RELATORIO.
      ******************************************************************
       01  WRK-TAB-TOTAIS.
           02  WRK-TOT-COMP    PIC S9(11)V99   OCCURS 8 TIMES
                                               VALUE ZEROES.
       77  WRK-TOT-MARGEM      PIC S9(11)V99   VALUE ZEROES.
       77  WRK-QTDE-NEGATIVOS  PIC 9(04)       VALUE ZEROES.
       77  WRK-RANK            PIC 9(04)       VALUE ZEROES.
       77  WRK-NOME            PIC X(30)       VALUE SPACES.

       77  WRK-ED-1            PIC -ZZ.ZZZ.ZZ9,99 VALUE ZEROES.
       77  WRK-ED-2            PIC -ZZ.ZZZ.ZZ9,99 VALUE ZEROES.
       77  WRK-ED-3            PIC -ZZ.ZZZ.ZZ9,99 VALUE ZEROES.
       77  WRK-ED-4            PIC -ZZ.ZZZ.ZZ9,99 VALUE ZEROES.
       77  WRK-ED-TOTAL        PIC -Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.

       PROCEDURE DIVISION.

           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.

           DISPLAY 'ANO DO RELATORIO (AAAA): '.
           ACCEPT WRK-ANO.
           DISPLAY 'MES DO RELATORIO (MM): '.
           ACCEPT WRK-MES.

           IF WRK-MES < 1 OR WRK-MES > 12
               DISPLAY 'MES INVALIDO'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WRK-ANO TO WRK-COMP-ANO.
           MOVE WRK-MES TO WRK-COMP-MES.
           IF WRK-MES = 12
               MOVE WRK-ANO TO WRK-INI-ANO
               MOVE 1       TO WRK-INI-MES
           ELSE
               COMPUTE WRK-INI-ANO = WRK-ANO - 1
               COMPUTE WRK-INI-MES = WRK-MES + 1
           END-IF.

           PERFORM 0100-CARREGA-ALIQUOTAS.
           PERFORM 0200-ACUMULA-DIARIO.
           PERFORM 0300-ACUMULA-DESCONTOS.
           PERFORM 0400-ACUMULA-FRETES.
           PERFORM 0500-ACUMULA-PERDAS.

           IF WRK-CLI-QTD = 0
               DISPLAY 'NENHUM MOVIMENTO DE CLIENTE NOS DOZE MESES'
               STOP RUN
           END-IF.

           PERFORM 0600-CALCULA-MARGENS.
           PERFORM 0700-ORDENA-CLIENTES.
           PERFORM 0800-IMPRIME-RELATORIO.

           DISPLAY 'CLIENTES NO RELATORIO: ' WRK-CLI-QTD.
           DISPLAY 'MARGEM NEGATIVA EM 12 MESES: ' WRK-QTDE-NEGATIVOS.
           IF WRK-CLI-FORA > 0
               DISPLAY 'LANCAMENTOS FORA DA TABELA DE CLIENTES: '
                       WRK-CLI-FORA
           END-IF.
           DISPLAY 'RELATORIO GRAVADO EM CUSTPROFRPT'.

           STOP RUN.

      ******************************************************************
      * 0100-CARREGA-ALIQUOTAS - GUARDA TODAS AS LINHAS DO PISCOFRATE
      * QUE NAO PASSAM DA COMPETENCIA DO RELATORIO. SEM ARQUIVO, PIS E
      * COFINS SAEM ZERADOS.
      ******************************************************************
       0100-CARREGA-ALIQUOTAS SECTION.
           OPEN INPUT RATE-FILE.
           IF WRK-RATE-STATUS NOT = '00'
               DISPLAY 'PISCOFRATE NAO ENCONTRADO - PIS/COFINS ZERADOS'
               GO TO 0100-EXIT
           END-IF.

           PERFORM UNTIL RATE-ACABOU
               READ RATE-FILE
                   AT END
                       MOVE 'S' TO WRK-RATE-EOF
                   NOT AT END
                       IF PC-VIGENCIA <= WRK-COMP-NUM
                           AND WRK-ALQ-QTD < 50
                           ADD 1 TO WRK-ALQ-QTD
                           MOVE PC-VIGENCIA
                               TO WRK-ALQ-VIGENCIA(WRK-ALQ-QTD)
                           MOVE PC-TIPO
                               TO WRK-ALQ-TIPO(WRK-ALQ-QTD)
                           MOVE PC-ALIQUOTA
                               TO WRK-ALQ-VALOR(WRK-ALQ-QTD)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE RATE-FILE.
       0100-EXIT.
           EXIT.

      ******************************************************************
      * 0200-ACUMULA-DIARIO - VARRE O SALESJOURNAL DA JANELA DE DOZE
      * MESES: VENDA SOMA NO BRUTO, NOTA DE CREDITO SOMA NO CREDITO;
      * PIS E COFINS SAEM DE CADA LANCAMENTO PELA ALIQUOTA DA SUA
      * COMPETENCIA (NEGATIVOS NA NOTA DE CREDITO). LINHA SEM
      * CLIENTE FICA DE FORA.
      ******************************************************************
       0200-ACUMULA-DIARIO SECTION.
           OPEN INPUT SALES-JOURNAL-FILE.
           IF WRK-JOURNAL-STATUS NOT = '00'
               DISPLAY 'SALESJOURNAL NAO ENCONTRADO - VENDAS ZERADAS'
               GO TO 0200-EXIT
           END-IF.

           PERFORM UNTIL JOURNAL-ACABOU
               READ SALES-JOURNAL-FILE
                   AT END
                       MOVE 'S' TO WRK-JOURNAL-EOF
                   NOT AT END
                       PERFORM 0250-LANCAMENTO-DIARIO
               END-READ
           END-PERFORM.

           CLOSE SALES-JOURNAL-FILE.
       0200-EXIT.
           EXIT.

      ******************************************************************
      * 0250-LANCAMENTO-DIARIO - UMA LINHA DO SALESJOURNAL.
      ******************************************************************
       0250-LANCAMENTO-DIARIO SECTION.
           IF SJ-CLIENTE = 0
               GO TO 0250-EXIT
           END-IF.

           MOVE SJ-ANO TO WRK-PER-ANO.
           MOVE SJ-MES TO WRK-PER-MES.
           PERFORM 0900-CLASSIFICA-PERIODO.
           IF WRK-NO-12M NOT = 'S'
               GO TO 0250-EXIT
           END-IF.

           MOVE SJ-CLIENTE TO WRK-CLIENTE.
           PERFORM 0950-LOCALIZA-CLIENTE.
           IF WRK-CLI-POS = 0
               GO TO 0250-EXIT
           END-IF.

           MOVE SJ-VALOR TO WRK-VALOR-LANC.
           IF LANC-CREDITO
               MOVE 3 TO WRK-COLUNA
           ELSE
               MOVE 1 TO WRK-COLUNA
           END-IF.
           PERFORM 0960-SOMA-COMPONENTE.

           PERFORM 0270-ALIQUOTAS-PERIODO.

           COMPUTE WRK-VALOR-LANC ROUNDED =
               SJ-VALOR * WRK-ALIQ-PIS / 100.
           IF LANC-CREDITO
               COMPUTE WRK-VALOR-LANC = 0 - WRK-VALOR-LANC
           END-IF.
           MOVE 7 TO WRK-COLUNA.
           PERFORM 0960-SOMA-COMPONENTE.

           COMPUTE WRK-VALOR-LANC ROUNDED =
               SJ-VALOR * WRK-ALIQ-COFINS / 100.
           IF LANC-CREDITO
               COMPUTE WRK-VALOR-LANC = 0 - WRK-VALOR-LANC
           END-IF.
           MOVE 8 TO WRK-COLUNA.
           PERFORM 0960-SOMA-COMPONENTE.
       0250-EXIT.
           EXIT.

      ******************************************************************
      * 0270-ALIQUOTAS-PERIODO - ALIQUOTAS DE PIS E COFINS VIGENTES NA
      * COMPETENCIA WRK-PER (VIGENCIA MAIS RECENTE QUE NAO PASSA DELA).
      ******************************************************************
       0270-ALIQUOTAS-PERIODO SECTION.
           MOVE 0 TO WRK-ALIQ-PIS WRK-VIG-PIS.
           MOVE 0 TO WRK-ALIQ-COFINS WRK-VIG-COFINS.

           PERFORM VARYING WRK-ALQ-IDX FROM 1 BY 1
                   UNTIL WRK-ALQ-IDX > WRK-ALQ-QTD
               IF WRK-ALQ-VIGENCIA(WRK-ALQ-IDX) <= WRK-PER-NUM
                   IF WRK-ALQ-TIPO(WRK-ALQ-IDX) = 'P'
                       AND WRK-ALQ-VIGENCIA(WRK-ALQ-IDX)
                           >= WRK-VIG-PIS
                       MOVE WRK-ALQ-VIGENCIA(WRK-ALQ-IDX)
                           TO WRK-VIG-PIS
                       MOVE WRK-ALQ-VALOR(WRK-ALQ-IDX)
                           TO WRK-ALIQ-PIS
                   END-IF
                   IF WRK-ALQ-TIPO(WRK-ALQ-IDX) = 'C'
                       AND WRK-ALQ-VIGENCIA(WRK-ALQ-IDX)
                           >= WRK-VIG-COFINS
                       MOVE WRK-ALQ-VIGENCIA(WRK-ALQ-IDX)
                           TO WRK-VIG-COFINS
                       MOVE WRK-ALQ-VALOR(WRK-ALQ-IDX)
                           TO WRK-ALIQ-COFINS
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * 0300-ACUMULA-DESCONTOS - VARRE O DISCOUNTLOG DA JANELA. COMO O
      * DIARIO JA TRAZ A VENDA LIQUIDA DO DESCONTO, O DESCONTO SOMA NO
      * BRUTO E NO DESCONTO, E A MARGEM NAO O DESCONTA DUAS VEZES.
      ******************************************************************
       0300-ACUMULA-DESCONTOS SECTION.
           OPEN INPUT DISCOUNT-LOG-FILE.
           IF WRK-DESC-STATUS NOT = '00'
               GO TO 0300-EXIT
           END-IF.

           PERFORM UNTIL DESC-ACABOU
               READ DISCOUNT-LOG-FILE
                   AT END
                       MOVE 'S' TO WRK-DESC-EOF
                   NOT AT END
                       PERFORM 0350-LINHA-DESCONTO
               END-READ
           END-PERFORM.

           CLOSE DISCOUNT-LOG-FILE.
       0300-EXIT.
           EXIT.

      ******************************************************************
      * 0350-LINHA-DESCONTO - UMA LINHA DO DISCOUNTLOG.
      ******************************************************************
       0350-LINHA-DESCONTO SECTION.
           IF DL-CLIENTE = 0 OR DL-DESCONTO = 0
               GO TO 0350-EXIT
           END-IF.

           MOVE DL-DATA(1:4) TO WRK-PER-ANO.
           MOVE DL-DATA(5:2) TO WRK-PER-MES.
           PERFORM 0900-CLASSIFICA-PERIODO.
           IF WRK-NO-12M NOT = 'S'
               GO TO 0350-EXIT
           END-IF.

           MOVE DL-CLIENTE TO WRK-CLIENTE.
           PERFORM 0950-LOCALIZA-CLIENTE.
           IF WRK-CLI-POS = 0
               GO TO 0350-EXIT
           END-IF.

           MOVE DL-DESCONTO TO WRK-VALOR-LANC.
           MOVE 1 TO WRK-COLUNA.
           PERFORM 0960-SOMA-COMPONENTE.
           MOVE 2 TO WRK-COLUNA.
           PERFORM 0960-SOMA-COMPONENTE.
       0350-EXIT.
           EXIT.

      ******************************************************************
      * 0400-ACUMULA-FRETES - VARRE O FREIGHTAUDIT DA JANELA (DATA
      * DD/MM/AAAA NO INICIO DA LINHA) E SOMA FRETE= E ICMS= NO
      * CLIENTE= DA LINHA. LINHAS ANTIGAS SEM CLIENTE= FICAM DE FORA.
      ******************************************************************
       0400-ACUMULA-FRETES SECTION.
           OPEN INPUT FREIGHT-AUDIT-FILE.
           IF WRK-FA-STATUS NOT = '00'
               GO TO 0400-EXIT
           END-IF.

           PERFORM UNTIL FA-ACABOU
               READ FREIGHT-AUDIT-FILE
                   AT END
                       MOVE 'S' TO WRK-FA-EOF
                   NOT AT END
                       PERFORM 0450-LINHA-FRETE
               END-READ
           END-PERFORM.

           CLOSE FREIGHT-AUDIT-FILE.
       0400-EXIT.
           EXIT.

      ******************************************************************
      * 0450-LINHA-FRETE - UMA LINHA DO FREIGHTAUDIT.
      ******************************************************************
       0450-LINHA-FRETE SECTION.
           IF FA-LINHA(7:4) NOT NUMERIC OR FA-LINHA(4:2) NOT NUMERIC
               GO TO 0450-EXIT
           END-IF.
           MOVE FA-LINHA(7:4) TO WRK-PER-ANO.
           MOVE FA-LINHA(4:2) TO WRK-PER-MES.
           PERFORM 0900-CLASSIFICA-PERIODO.
           IF WRK-NO-12M NOT = 'S'
               GO TO 0450-EXIT
           END-IF.

           MOVE SPACES TO WRK-FA-ANTES.
           MOVE SPACES TO WRK-FA-DEPOIS.
           UNSTRING FA-LINHA DELIMITED BY ';CLIENTE='
               INTO WRK-FA-ANTES WRK-FA-DEPOIS
           END-UNSTRING.
           IF WRK-FA-DEPOIS(1:6) NOT NUMERIC
               GO TO 0450-EXIT
           END-IF.
           MOVE WRK-FA-DEPOIS(1:6) TO WRK-CLIENTE.
           IF WRK-CLIENTE = 0
               GO TO 0450-EXIT
           END-IF.

           PERFORM 0950-LOCALIZA-CLIENTE.
           IF WRK-CLI-POS = 0
               GO TO 0450-EXIT
           END-IF.

           MOVE SPACES TO WRK-FA-DEPOIS.
           UNSTRING FA-LINHA DELIMITED BY ';FRETE='
               INTO WRK-FA-ANTES WRK-FA-DEPOIS
           END-UNSTRING.
           MOVE SPACES TO WRK-FA-CAMPO.
           UNSTRING WRK-FA-DEPOIS DELIMITED BY ';'
               INTO WRK-FA-CAMPO
           END-UNSTRING.
           MOVE WRK-FA-CAMPO(1:8) TO WRK-FA-VALOR-X.
           IF WRK-FA-VALOR NUMERIC
               MOVE WRK-FA-VALOR TO WRK-VALOR-LANC
               MOVE 4 TO WRK-COLUNA
               PERFORM 0960-SOMA-COMPONENTE
           END-IF.

           MOVE SPACES TO WRK-FA-DEPOIS.
           UNSTRING FA-LINHA DELIMITED BY ';ICMS='
               INTO WRK-FA-ANTES WRK-FA-DEPOIS
           END-UNSTRING.
           MOVE SPACES TO WRK-FA-CAMPO.
           UNSTRING WRK-FA-DEPOIS DELIMITED BY ';'
               INTO WRK-FA-CAMPO
           END-UNSTRING.
           MOVE WRK-FA-CAMPO(1:8) TO WRK-FA-VALOR-X.
           IF WRK-FA-VALOR NUMERIC
               MOVE WRK-FA-VALOR TO WRK-VALOR-LANC
               MOVE 6 TO WRK-COLUNA
               PERFORM 0960-SOMA-COMPONENTE
           END-IF.
       0450-EXIT.
           EXIT.

      ******************************************************************
      * 0500-ACUMULA-PERDAS - VARRE O WRITEOFFAUD (BAIXAS APROVADAS NO
      * PROGCOB071) DA JANELA E SOMA O VALOR= NO CLIENTE=.
      ******************************************************************
       0500-ACUMULA-PERDAS SECTION.
           OPEN INPUT WRITEOFF-AUDIT-FILE.
           IF WRK-WA-STATUS NOT = '00'
               GO TO 0500-EXIT
           END-IF.

           PERFORM UNTIL WA-ACABOU
               READ WRITEOFF-AUDIT-FILE
                   AT END
                       MOVE 'S' TO WRK-WA-EOF
                   NOT AT END
                       PERFORM 0550-LINHA-PERDA
               END-READ
           END-PERFORM.

           CLOSE WRITEOFF-AUDIT-FILE.
       0500-EXIT.
           EXIT.

      ******************************************************************
      * 0550-LINHA-PERDA - UMA LINHA DO WRITEOFFAUD.
      ******************************************************************
       0550-LINHA-PERDA SECTION.
           IF WA-LINHA(7:4) NOT NUMERIC OR WA-LINHA(4:2) NOT NUMERIC
               GO TO 0550-EXIT
           END-IF.
           MOVE WA-LINHA(7:4) TO WRK-PER-ANO.
           MOVE WA-LINHA(4:2) TO WRK-PER-MES.
           PERFORM 0900-CLASSIFICA-PERIODO.
           IF WRK-NO-12M NOT = 'S'
               GO TO 0550-EXIT
           END-IF.

           MOVE SPACES TO WRK-FA-ANTES.
           MOVE SPACES TO WRK-FA-DEPOIS.
           UNSTRING WA-LINHA DELIMITED BY ';CLIENTE='
               INTO WRK-FA-ANTES WRK-FA-DEPOIS
           END-UNSTRING.
           IF WRK-FA-DEPOIS(1:6) NOT NUMERIC
               GO TO 0550-EXIT
           END-IF.
           MOVE WRK-FA-DEPOIS(1:6) TO WRK-CLIENTE.

           MOVE SPACES TO WRK-FA-DEPOIS.
           UNSTRING WA-LINHA DELIMITED BY ';VALOR='
               INTO WRK-FA-ANTES WRK-FA-DEPOIS
           END-UNSTRING.
           MOVE WRK-FA-DEPOIS(1:10) TO WRK-WA-VALOR-X.
           IF WRK-WA-VALOR NOT NUMERIC OR WRK-CLIENTE = 0
               GO TO 0550-EXIT
           END-IF.

           PERFORM 0950-LOCALIZA-CLIENTE.
           IF WRK-CLI-POS = 0
               GO TO 0550-EXIT
           END-IF.

           MOVE WRK-WA-VALOR TO WRK-VALOR-LANC.
           MOVE 5 TO WRK-COLUNA.
           PERFORM 0960-SOMA-COMPONENTE.
       0550-EXIT.
           EXIT.

      ******************************************************************
      * 0600-CALCULA-MARGENS - MARGEM DE CONTRIBUICAO DO MES E DOS
      * DOZE MESES DE CADA CLIENTE.
      ******************************************************************
       0600-CALCULA-MARGENS SECTION.
           PERFORM VARYING WRK-CLI-IDX FROM 1 BY 1
                   UNTIL WRK-CLI-IDX > WRK-CLI-QTD
               PERFORM VARYING WRK-PER-IDX FROM 1 BY 1
                       UNTIL WRK-PER-IDX > 2
                   MOVE WRK-CLI-COMP(WRK-CLI-IDX, WRK-PER-IDX, 1)
                       TO WRK-CLI-MARGEM(WRK-CLI-IDX, WRK-PER-IDX)
                   PERFORM VARYING WRK-COMP-IDX FROM 2 BY 1
                           UNTIL WRK-COMP-IDX > 8
                       SUBTRACT WRK-CLI-COMP(WRK-CLI-IDX, WRK-PER-IDX,
                                             WRK-COMP-IDX)
                           FROM WRK-CLI-MARGEM(WRK-CLI-IDX,
                                               WRK-PER-IDX)
                   END-PERFORM
               END-PERFORM
               MOVE WRK-CLI-IDX TO WRK-ORD-POS(WRK-CLI-IDX)
           END-PERFORM.

      ******************************************************************
      * 0700-ORDENA-CLIENTES - ORDENA AS POSICOES PELA MARGEM DO MES,
      * MAIOR PRIMEIRO (TROCA SIMPLES, COMO NO PROGCOB082).
      ******************************************************************
       0700-ORDENA-CLIENTES SECTION.
           PERFORM VARYING WRK-ORD-IDX FROM 1 BY 1
                   UNTIL WRK-ORD-IDX >= WRK-CLI-QTD
               PERFORM VARYING WRK-ORD-JDX FROM 1 BY 1
                       UNTIL WRK-ORD-JDX > WRK-CLI-QTD - WRK-ORD-IDX
                   IF WRK-CLI-MARGEM(WRK-ORD-POS(WRK-ORD-JDX), 1) <
                      WRK-CLI-MARGEM(WRK-ORD-POS(WRK-ORD-JDX + 1), 1)
                       MOVE WRK-ORD-POS(WRK-ORD-JDX) TO WRK-ORD-TROCA
                       MOVE WRK-ORD-POS(WRK-ORD-JDX + 1)
                           TO WRK-ORD-POS(WRK-ORD-JDX)
                       MOVE WRK-ORD-TROCA
                           TO WRK-ORD-POS(WRK-ORD-JDX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      ******************************************************************
      * 0800-IMPRIME-RELATORIO - CABECALHO, CLIENTES NA ORDEM DA
      * MARGEM DO MES, TOTAIS DO MES E LISTA DOS CLIENTES COM MARGEM
      * NEGATIVA NOS DOZE MESES.
      ******************************************************************
       0800-IMPRIME-RELATORIO SECTION.
           OPEN OUTPUT PROFIT-REPORT-FILE.
           OPEN INPUT CUST-MASTER-FILE.

           MOVE SPACES TO PR-LINHA.
           STRING 'RENTABILIDADE POR CLIENTE - COMPETENCIA '
                  WRK-COMP-ANO '/' WRK-COMP-MES
                  ' - DOZE MESES DESDE ' WRK-INI-ANO '/' WRK-INI-MES
                  ' - EMITIDO EM ' WRK-HOJE-DIA '/' WRK-HOJE-MES
                  '/' WRK-HOJE-ANO
               DELIMITED BY SIZE INTO PR-LINHA
           END-STRING
           WRITE PR-LINHA.
           MOVE SPACES TO PR-LINHA.
           STRING 'MARGEM = BRUTO - DESCONTO - CREDITO - FRETE - '
                  'PERDA - ICMS - PIS - COFINS'
               DELIMITED BY SIZE INTO PR-LINHA
           END-STRING
           WRITE PR-LINHA.
           MOVE SPACES TO PR-LINHA.
           WRITE PR-LINHA FROM '-------------------------------------'.

           PERFORM VARYING WRK-RANK FROM 1 BY 1
                   UNTIL WRK-RANK > WRK-CLI-QTD
               MOVE WRK-ORD-POS(WRK-RANK) TO WRK-CLI-IDX
               PERFORM 0850-LINHA-CLIENTE
           END-PERFORM.

           MOVE SPACES TO PR-LINHA.
           WRITE PR-LINHA FROM '-------------------------------------'.
           PERFORM 0870-TOTAIS-MES.
           PERFORM 0880-LISTA-NEGATIVOS.

           CLOSE CUST-MASTER-FILE.
           CLOSE PROFIT-REPORT-FILE.

      ******************************************************************
      * 0850-LINHA-CLIENTE - TRES LINHAS POR CLIENTE: MARGENS DO MES E
      * DOS DOZE MESES (COM A MARCA DE MARGEM NEGATIVA) E A ABERTURA
      * DOS COMPONENTES DO MES. SEM CADASTRO, SAI O CODIGO CRU.
      ******************************************************************
       0850-LINHA-CLIENTE SECTION.
           MOVE WRK-CLI-CODIGO(WRK-CLI-IDX) TO CM-CODIGO.
           READ CUST-MASTER-FILE
               INVALID KEY
                   MOVE '*** SEM CADASTRO ***' TO WRK-NOME
               NOT INVALID KEY
                   MOVE CM-NOME TO WRK-NOME
           END-READ.

           PERFORM VARYING WRK-COMP-IDX FROM 1 BY 1
                   UNTIL WRK-COMP-IDX > 8
               ADD WRK-CLI-COMP(WRK-CLI-IDX, 1, WRK-COMP-IDX)
                   TO WRK-TOT-COMP(WRK-COMP-IDX)
           END-PERFORM.
           ADD WRK-CLI-MARGEM(WRK-CLI-IDX, 1) TO WRK-TOT-MARGEM.

           MOVE WRK-CLI-MARGEM(WRK-CLI-IDX, 1) TO WRK-ED-1.
           MOVE WRK-CLI-MARGEM(WRK-CLI-IDX, 2) TO WRK-ED-2.
           MOVE SPACES TO PR-LINHA.
           STRING WRK-RANK ' CLIENTE ' WRK-CLI-CODIGO(WRK-CLI-IDX)
                  ' ' WRK-NOME
                  ' MARGEM MES ' WRK-ED-1
                  ' MARGEM 12M ' WRK-ED-2
               DELIMITED BY SIZE INTO PR-LINHA
           END-STRING
           IF WRK-CLI-MARGEM(WRK-CLI-IDX, 2) < 0
               MOVE '*MARGEM NEGATIVA 12M*' TO PR-LINHA(106:21)
               ADD 1 TO WRK-QTDE-NEGATIVOS
           END-IF
           WRITE PR-LINHA.

           MOVE WRK-CLI-COMP(WRK-CLI-IDX, 1, 1) TO WRK-ED-1.
           MOVE WRK-CLI-COMP(WRK-CLI-IDX, 1, 2) TO WRK-ED-2.
           MOVE WRK-CLI-COMP(WRK-CLI-IDX, 1, 3) TO WRK-ED-3.
           MOVE WRK-CLI-COMP(WRK-CLI-IDX, 1, 4) TO WRK-ED-4.
           MOVE SPACES TO PR-LINHA.
           STRING '      BRUTO ' WRK-ED-1
                  ' DESCONTO ' WRK-ED-2
                  ' CREDITO ' WRK-ED-3
                  ' FRETE ' WRK-ED-4
               DELIMITED BY SIZE INTO PR-LINHA
           END-STRING
           WRITE PR-LINHA.

           MOVE WRK-CLI-COMP(WRK-CLI-IDX, 1, 5) TO WRK-ED-1.
           MOVE WRK-CLI-COMP(WRK-CLI-IDX, 1, 6) TO WRK-ED-2.
           MOVE WRK-CLI-COMP(WRK-CLI-IDX, 1, 7) TO WRK-ED-3.
           MOVE WRK-CLI-COMP(WRK-CLI-IDX, 1, 8) TO WRK-ED-4.
           MOVE SPACES TO PR-LINHA.
           STRING '      PERDA ' WRK-ED-1
                  ' ICMS     ' WRK-ED-2
                  ' PIS     ' WRK-ED-3
                  ' COFINS ' WRK-ED-4
               DELIMITED BY SIZE INTO PR-LINHA
           END-STRING
           WRITE PR-LINHA.

      ******************************************************************
      * 0870-TOTAIS-MES - TOTAIS DE CADA COMPONENTE E DA MARGEM DO MES.
      ******************************************************************
       0870-TOTAIS-MES SECTION.
           MOVE WRK-TOT-COMP(1) TO WRK-ED-TOTAL.
           MOVE SPACES TO PR-LINHA.
           STRING 'TOTAL BRUTO      ' WRK-ED-TOTAL
               DELIMITED BY SIZE INTO PR-LINHA
           END-STRING
           WRITE PR-LINHA.
           MOVE WRK-TOT-COMP(2) TO WRK-ED-TOTAL.
           MOVE SPACES TO PR-LINHA.
           STRING 'TOTAL DESCONTO   ' WRK-ED-TOTAL
               DELIMITED BY SIZE INTO PR-LINHA
           END-STRING
           WRITE PR-LINHA.
           MOVE WRK-TOT-COMP(3) TO WRK-ED-TOTAL.
           MOVE SPACES TO PR-LINHA.
           STRING 'TOTAL CREDITO    ' WRK-ED-TOTAL
               DELIMITED BY SIZE INTO PR-LINHA
           END-STRING
           WRITE PR-LINHA.
           MOVE WRK-TOT-COMP(4) TO WRK-ED-TOTAL.
           MOVE SPACES TO PR-LINHA.
           STRING 'TOTAL FRETE      ' WRK-ED-TOTAL
               DELIMITED BY SIZE INTO PR-LINHA
           END-STRING
           WRITE PR-LINHA.
           MOVE WRK-TOT-COMP(5) TO WRK-ED-TOTAL.
           MOVE SPACES TO PR-LINHA.
           STRING 'TOTAL PERDA      ' WRK-ED-TOTAL
               DELIMITED BY SIZE INTO PR-LINHA
           END-STRING
           WRITE PR-LINHA.
           MOVE WRK-TOT-COMP(6) TO WRK-ED-TOTAL.
           MOVE SPACES TO PR-LINHA.
           STRING 'TOTAL ICMS       ' WRK-ED-TOTAL
               DELIMITED BY SIZE INTO PR-LINHA
           END-STRING
           WRITE PR-LINHA.
           MOVE WRK-TOT-COMP(7) TO WRK-ED-TOTAL.
           MOVE SPACES TO PR-LINHA.
           STRING 'TOTAL PIS        ' WRK-ED-TOTAL
               DELIMITED BY SIZE INTO PR-LINHA
           END-STRING
           WRITE PR-LINHA.
           MOVE WRK-TOT-COMP(8) TO WRK-ED-TOTAL.
           MOVE SPACES TO PR-LINHA.
           STRING 'TOTAL COFINS     ' WRK-ED-TOTAL
               DELIMITED BY SIZE INTO PR-LINHA
           END-STRING
           WRITE PR-LINHA.
           MOVE WRK-TOT-MARGEM TO WRK-ED-TOTAL.
           MOVE SPACES TO PR-LINHA.
           STRING 'MARGEM DO MES    ' WRK-ED-TOTAL
               DELIMITED BY SIZE INTO PR-LINHA
           END-STRING
           WRITE PR-LINHA.

      ******************************************************************
      * 0880-LISTA-NEGATIVOS - CLIENTES COM MARGEM NEGATIVA NOS DOZE
      * MESES, COM BRUTO E MARGEM DA JANELA.
      ******************************************************************
       0880-LISTA-NEGATIVOS SECTION.
           MOVE SPACES TO PR-LINHA.
           WRITE PR-LINHA FROM '-------------------------------------'.
           MOVE SPACES TO PR-LINHA.
           STRING 'CLIENTES COM MARGEM NEGATIVA NOS DOZE MESES: '
                  WRK-QTDE-NEGATIVOS
               DELIMITED BY SIZE INTO PR-LINHA
           END-STRING
           WRITE PR-LINHA.

           PERFORM VARYING WRK-RANK FROM 1 BY 1
                   UNTIL WRK-RANK > WRK-CLI-QTD
               MOVE WRK-ORD-POS(WRK-RANK) TO WRK-CLI-IDX
               IF WRK-CLI-MARGEM(WRK-CLI-IDX, 2) < 0
                   MOVE WRK-CLI-COMP(WRK-CLI-IDX, 2, 1) TO WRK-ED-1
                   MOVE WRK-CLI-MARGEM(WRK-CLI-IDX, 2) TO WRK-ED-2
                   MOVE SPACES TO PR-LINHA
                   STRING 'CLIENTE ' WRK-CLI-CODIGO(WRK-CLI-IDX)
                          ' BRUTO 12M ' WRK-ED-1
                          ' MARGEM 12M ' WRK-ED-2
                       DELIMITED BY SIZE INTO PR-LINHA
                   END-STRING
                   WRITE PR-LINHA
               END-IF
           END-PERFORM.

      ******************************************************************
      * 0900-CLASSIFICA-PERIODO - A COMPETENCIA WRK-PER CAI NO MES DO
      * RELATORIO (WRK-NO-MES) E/OU NA JANELA DE DOZE MESES
      * (WRK-NO-12M)?
      ******************************************************************
       0900-CLASSIFICA-PERIODO SECTION.
           MOVE 'N' TO WRK-NO-MES.
           MOVE 'N' TO WRK-NO-12M.
           IF WRK-PER-NUM = WRK-COMP-NUM
               MOVE 'S' TO WRK-NO-MES
           END-IF.
           IF WRK-PER-NUM >= WRK-INI-NUM
               AND WRK-PER-NUM <= WRK-COMP-NUM
               MOVE 'S' TO WRK-NO-12M
           END-IF.

      ******************************************************************
      * 0950-LOCALIZA-CLIENTE - ACHA (OU CRIA) O ACUMULADO DE
      * WRK-CLIENTE; TABELA CHEIA DEVOLVE POSICAO ZERO E CONTA O
      * LANCAMENTO PERDIDO.
      ******************************************************************
       0950-LOCALIZA-CLIENTE SECTION.
           MOVE 0 TO WRK-CLI-POS.
           PERFORM VARYING WRK-CLI-IDX FROM 1 BY 1
                   UNTIL WRK-CLI-IDX > WRK-CLI-QTD
                      OR WRK-CLI-POS > 0
               IF WRK-CLI-CODIGO(WRK-CLI-IDX) = WRK-CLIENTE
                   MOVE WRK-CLI-IDX TO WRK-CLI-POS
               END-IF
           END-PERFORM.

           IF WRK-CLI-POS > 0
               GO TO 0950-EXIT
           END-IF.

           IF WRK-CLI-QTD >= 1000
               ADD 1 TO WRK-CLI-FORA
               GO TO 0950-EXIT
           END-IF.

           ADD 1 TO WRK-CLI-QTD.
           MOVE WRK-CLI-QTD TO WRK-CLI-POS.
           MOVE WRK-CLIENTE TO WRK-CLI-CODIGO(WRK-CLI-POS).
           PERFORM VARYING WRK-PER-IDX FROM 1 BY 1
                   UNTIL WRK-PER-IDX > 2
               MOVE 0 TO WRK-CLI-MARGEM(WRK-CLI-POS, WRK-PER-IDX)
               PERFORM VARYING WRK-COMP-IDX FROM 1 BY 1
                       UNTIL WRK-COMP-IDX > 8
                   MOVE 0 TO WRK-CLI-COMP(WRK-CLI-POS, WRK-PER-IDX,
                                          WRK-COMP-IDX)
               END-PERFORM
           END-PERFORM.
       0950-EXIT.
           EXIT.

      ******************************************************************
      * 0960-SOMA-COMPONENTE - SOMA WRK-VALOR-LANC NO COMPONENTE
      * WRK-COLUNA DO CLIENTE, NO MES E/OU NOS DOZE MESES CONFORME A
      * CLASSIFICACAO DO 0900.
      ******************************************************************
       0960-SOMA-COMPONENTE SECTION.
           IF WRK-NO-MES = 'S'
               ADD WRK-VALOR-LANC
                   TO WRK-CLI-COMP(WRK-CLI-POS, 1, WRK-COLUNA)
           END-IF.
           IF WRK-NO-12M = 'S'
               ADD WRK-VALOR-LANC
                   TO WRK-CLI-COMP(WRK-CLI-POS, 2, WRK-COLUNA)
           END-IF.

       END PROGRAM PROGCOB135.
