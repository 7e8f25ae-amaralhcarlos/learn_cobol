       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB155.
      ******************************************************************
      *AUTHOR: CARLOS AMARAL
      *DATE: 15/10/2026
      *PURPOSE: SIMULACAO DE TABELA DE FRETE PROPOSTA. A PROPOSTA DA
      *         TRANSPORTADORA SO ERA MEDIDA DEPOIS DE CARREGADA PELO
      *         PROGCOB042 E JA EM VIGOR. AQUI AS LINHAS PROPOSTAS VEM
      *         DO ARQUIVO DE CENARIO FRTSCENARIO (R + LINHA NO LAYOUT
      *         DO FREIGHTRATE, Z + LINHA NO LAYOUT DO FREIGHTZONE) E
      *         OS EMBARQUES DOS ULTIMOS N MESES DO FREIGHTAUDIT SAO
      *         RECOTADOS DUAS VEZES: NA TABELA EM VIGOR HOJE E NA
      *         TABELA PROPOSTA (A EM VIGOR COM AS LINHAS DO CENARIO
      *         POR CIMA), COM A MESMA MECANICA DO PROGCOB025 (ESTADO,
      *         ZONA DO CEP, PESO REAL E CUBADO, MAIS BARATA VENCE).
      *         O FRTSIMRPT TRAZ A DIFERENCA DE CUSTO POR
      *         TRANSPORTADORA, POR ESTADO E POR FILIAL E, PARA CADA
      *         ROTA (UF + ZONA DE CEP), A VENCEDORA NAS DUAS TABELAS E
      *         QUANTOS EMBARQUES TROCARIAM DE TRANSPORTADORA. NADA E
      *         GRAVADO NAS TABELAS NEM NO RAZAO. SEM CENARIO OU COM
      *         QUANTIDADE DE MESES INVALIDA DEVOLVE RETURN-CODE 8.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FREIGHT-RATE-FILE ASSIGN TO 'FREIGHTRATE'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FRETE-STATUS.

           SELECT FREIGHT-ZONE-FILE ASSIGN TO 'FREIGHTZONE'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-ZONA-STATUS.

           SELECT SCENARIO-FILE ASSIGN TO 'FRTSCENARIO'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-CENARIO-STATUS.

           SELECT FREIGHT-AUDIT-FILE ASSIGN TO 'FREIGHTAUDIT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-AUDIT-STATUS.

           SELECT CARRIER-MASTER-FILE ASSIGN TO 'CARRIERMASTER'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-CARRIER-STATUS.

           SELECT SIMULATION-REPORT-FILE ASSIGN TO 'FRTSIMRPT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FREIGHT-RATE-FILE.
       01  FR-REGISTRO.
           02  FR-ESTADO           PIC X(02).
           02  FR-MULTIPLICADOR    PIC 9V99.
           02  FR-TAXA-KG          PIC 9V99.
           02  FR-TRANSP           PIC 9(03).
           02  FR-VIGENCIA         PIC 9(08).

       FD  FREIGHT-ZONE-FILE.
       01  FZ-REGISTRO.
           02  FZ-ESTADO           PIC X(02).
           02  FZ-CEP-DE           PIC 9(08).
           02  FZ-CEP-ATE          PIC 9(08).
           02  FZ-MULT             PIC 9V99.

      ******************************************************************
      * CENARIO: A PRIMEIRA POSICAO DIZ O TIPO DA LINHA (R = TARIFA,
      * Z = ZONA) E O RESTO E A LINHA NO LAYOUT DO ARQUIVO REAL.
      ******************************************************************
       FD  SCENARIO-FILE.
       01  SC-REGISTRO.
           02  SC-TIPO             PIC X(01).
               88  SC-TARIFA                   VALUE 'R'.
               88  SC-ZONA                     VALUE 'Z'.
           02  SC-DADOS            PIC X(21).
       01  SC-REG-TARIFA.
           02  FILLER              PIC X(01).
           02  SC-FR-ESTADO        PIC X(02).
           02  SC-FR-MULT          PIC 9V99.
           02  SC-FR-TAXA-KG       PIC 9V99.
           02  SC-FR-TRANSP        PIC 9(03).
           02  SC-FR-VIGENCIA      PIC 9(08).
       01  SC-REG-ZONA.
           02  FILLER              PIC X(01).
           02  SC-FZ-ESTADO        PIC X(02).
           02  SC-FZ-CEP-DE        PIC 9(08).
           02  SC-FZ-CEP-ATE       PIC 9(08).
           02  SC-FZ-MULT          PIC 9V99.

       FD  FREIGHT-AUDIT-FILE.
       01  FA-LINHA                PIC X(200).

       FD  CARRIER-MASTER-FILE.
       01  TR-REGISTRO.
           02  TR-CODIGO           PIC 9(03).
           02  TR-NOME             PIC X(30).

       FD  SIMULATION-REPORT-FILE.
       01  FS-LINHA                PIC X(120).

       WORKING-STORAGE SECTION.
       77  WRK-FRETE-STATUS    PIC X(02)       VALUE SPACES.
       77  WRK-FRETE-EOF       PIC X(01)       VALUE 'N'.
           88  FRETE-ACABOU                    VALUE 'S'.
       77  WRK-ZONA-STATUS     PIC X(02)       VALUE SPACES.
       77  WRK-ZONA-EOF        PIC X(01)       VALUE 'N'.
           88  ZONA-ACABOU                     VALUE 'S'.
       77  WRK-CENARIO-STATUS  PIC X(02)       VALUE SPACES.
       77  WRK-CENARIO-EOF     PIC X(01)       VALUE 'N'.
           88  CENARIO-ACABOU                  VALUE 'S'.
       77  WRK-AUDIT-STATUS    PIC X(02)       VALUE SPACES.
       77  WRK-AUDIT-EOF       PIC X(01)       VALUE 'N'.
           88  AUDIT-ACABOU                    VALUE 'S'.
       77  WRK-CARRIER-STATUS  PIC X(02)       VALUE SPACES.
       77  WRK-CARRIER-EOF     PIC X(01)       VALUE 'N'.
           88  CARRIER-ACABOU                  VALUE 'S'.
       77  WRK-REPORT-STATUS   PIC X(02)       VALUE SPACES.

       01  WRK-HOJE.
           02  WRK-HOJE-ANO    PIC 9(04).
           02  WRK-HOJE-MES    PIC 9(02).
           02  WRK-HOJE-DIA    PIC 9(02).
       01  WRK-HOJE-NUM        REDEFINES WRK-HOJE
                               PIC 9(08).

      ******************************************************************
      * JANELA DA SIMULACAO: OS ULTIMOS N MESES, CONTANDO O CORRENTE.
      ******************************************************************
       77  WRK-MESES           PIC 9(02)       VALUE ZEROES.
       77  WRK-MESES-CORRIDOS  PIC 9(06)       VALUE ZEROES.
       77  WRK-INI-ANO         PIC 9(04)       VALUE ZEROES.
       77  WRK-INI-MES         PIC 9(02)       VALUE ZEROES.
       77  WRK-INI-COMP        PIC 9(06)       VALUE ZEROES.

      ******************************************************************
      * FREIGHTRATE COMO ESTA NO ARQUIVO (TODAS AS VIGENCIAS) E AS DUAS
      * TABELAS DA SIMULACAO: A EM VIGOR HOJE (UMA LINHA POR
      * TRANSPORTADORA + ESTADO) E A PROPOSTA.
      ******************************************************************
       77  WRK-TAB-QTDE        PIC 9(03)       VALUE ZEROES.
       77  WRK-TAB-IDX         PIC 9(03)       VALUE ZEROES.
       77  WRK-TAB-JDX         PIC 9(03)       VALUE ZEROES.
       77  WRK-VIGENTE         PIC X(01)       VALUE 'N'.
       01  WRK-TAB-FRETE.
           02  WRK-TAB-LINHA   OCCURS 200 TIMES.
               03  WRK-TAB-ESTADO      PIC X(02).
               03  WRK-TAB-MULT        PIC 9V99.
               03  WRK-TAB-TAXA-KG     PIC 9V99.
               03  WRK-TAB-TRANSP      PIC 9(03).
               03  WRK-TAB-VIG         PIC 9(08).

       77  WRK-ATU-QTD         PIC 9(03)       VALUE ZEROES.
       77  WRK-ATU-IDX         PIC 9(03)       VALUE ZEROES.
       01  WRK-TAB-ATUAL.
           02  WRK-ATU-LINHA   OCCURS 200 TIMES.
               03  WRK-ATU-ESTADO      PIC X(02).
               03  WRK-ATU-TRANSP      PIC 9(03).
               03  WRK-ATU-MULT        PIC 9V99.
               03  WRK-ATU-TAXA-KG     PIC 9V99.

       77  WRK-PRO-QTD         PIC 9(03)       VALUE ZEROES.
       77  WRK-PRO-IDX         PIC 9(03)       VALUE ZEROES.
       77  WRK-PRO-POS         PIC 9(03)       VALUE ZEROES.
       01  WRK-TAB-PROPOSTA.
           02  WRK-PRO-LINHA   OCCURS 200 TIMES.
               03  WRK-PRO-ESTADO      PIC X(02).
               03  WRK-PRO-TRANSP      PIC 9(03).
               03  WRK-PRO-MULT        PIC 9V99.
               03  WRK-PRO-TAXA-KG     PIC 9V99.

      ******************************************************************
      * ZONAS DE CEP EM VIGOR E PROPOSTAS. UM ESTADO QUE APARECE NO
      * CENARIO TEM O CONJUNTO DE ZONAS TODO SUBSTITUIDO PELO DO
      * CENARIO (WRK-TAB-UF-CENARIO GUARDA OS ESTADOS JA TROCADOS).
      ******************************************************************
       77  WRK-ZAT-QTD         PIC 9(03)       VALUE ZEROES.
       77  WRK-ZAT-IDX         PIC 9(03)       VALUE ZEROES.
       01  WRK-TAB-ZONA-ATUAL.
           02  WRK-ZAT-LINHA   OCCURS 200 TIMES.
               03  WRK-ZAT-ESTADO      PIC X(02).
               03  WRK-ZAT-CEP-DE      PIC 9(08).
               03  WRK-ZAT-CEP-ATE     PIC 9(08).
               03  WRK-ZAT-MULT        PIC 9V99.

       77  WRK-ZPR-QTD         PIC 9(03)       VALUE ZEROES.
       77  WRK-ZPR-IDX         PIC 9(03)       VALUE ZEROES.
       77  WRK-ZPR-DEST        PIC 9(03)       VALUE ZEROES.
       01  WRK-TAB-ZONA-PROP.
           02  WRK-ZPR-LINHA   OCCURS 200 TIMES.
               03  WRK-ZPR-ESTADO      PIC X(02).
               03  WRK-ZPR-CEP-DE      PIC 9(08).
               03  WRK-ZPR-CEP-ATE     PIC 9(08).
               03  WRK-ZPR-MULT        PIC 9V99.

       77  WRK-UFC-QTD         PIC 9(02)       VALUE ZEROES.
       77  WRK-UFC-IDX         PIC 9(02)       VALUE ZEROES.
       77  WRK-UFC-ACHOU       PIC X(01)       VALUE 'N'.
       01  WRK-TAB-UF-CENARIO.
           02  WRK-UFC-ESTADO  OCCURS 30 TIMES PIC X(02).

       77  WRK-QTDE-CEN-TARIFA PIC 9(03)       VALUE ZEROES.
       77  WRK-QTDE-CEN-ZONA   PIC 9(03)       VALUE ZEROES.

      ******************************************************************
      * CAMPOS DE APOIO PARA QUEBRAR A LINHA DO FREIGHTAUDIT (DATA
      * DD/MM/YYYY NO INICIO, ESTADO NO QUARTO CAMPO E OS CAMPOS
      * ROTULADOS). O VALOR DO PEDIDO SAI DE TOTAL= MENOS FRETE=. LINHA
      * ANTIGA SEM FILIAL= E TRATADA COMO FILIAL 01 E SEM CEP= FICA SEM
      * ZONA (TARIFA DO ESTADO).
      ******************************************************************
       77  WRK-FA-DATA         PIC X(10)       VALUE SPACES.
       77  WRK-FA-ITENS        PIC X(20)       VALUE SPACES.
       77  WRK-FA-PRODUTOS     PIC X(60)       VALUE SPACES.
       77  WRK-FA-ESTADO       PIC X(02)       VALUE SPACES.
       77  WRK-FA-ANTES        PIC X(200)      VALUE SPACES.
       77  WRK-FA-DEPOIS       PIC X(200)      VALUE SPACES.
       77  WRK-FA-CAMPO        PIC X(20)       VALUE SPACES.
       77  WRK-FA-ROTULO       PIC X(10)       VALUE SPACES.
       77  WRK-FA-TAM          PIC 9(02)       VALUE ZEROES.
       01  WRK-FA-FRETE-X      PIC X(08)       VALUE SPACES.
       01  WRK-FA-FRETE        REDEFINES WRK-FA-FRETE-X
                               PIC 9(06)V99.
       01  WRK-FA-TOTAL-X      PIC X(09)       VALUE SPACES.
       01  WRK-FA-TOTAL        REDEFINES WRK-FA-TOTAL-X
                               PIC 9(07)V99.
       01  WRK-FA-PESO-X       PIC X(07)       VALUE SPACES.
       01  WRK-FA-PESO         REDEFINES WRK-FA-PESO-X
                               PIC 9(05)V99.
       01  WRK-FA-PESOCUB-X    PIC X(07)       VALUE SPACES.
       01  WRK-FA-PESOCUB      REDEFINES WRK-FA-PESOCUB-X
                               PIC 9(05)V99.
       01  WRK-FA-FILIAL-X     PIC X(02)       VALUE SPACES.
       01  WRK-FA-FILIAL       REDEFINES WRK-FA-FILIAL-X
                               PIC 9(02).
       01  WRK-FA-CEP-X        PIC X(08)       VALUE SPACES.
       01  WRK-FA-CEP          REDEFINES WRK-FA-CEP-X
                               PIC 9(08).
       01  WRK-FA-DATA-NUM.
           02  WRK-FA-NUM-ANO  PIC X(04).
           02  WRK-FA-NUM-MES  PIC X(02).
           02  WRK-FA-NUM-DIA  PIC X(02).

      ******************************************************************
      * RECOTACAO DE UM EMBARQUE NAS DUAS TABELAS.
      ******************************************************************
       77  WRK-VLR-PEDIDO      PIC 9(07)V99    VALUE ZEROES.
       77  WRK-PESO-COBRADO    PIC 9(05)V99    VALUE ZEROES.
       77  WRK-CEP             PIC 9(08)       VALUE ZEROES.
       77  WRK-FILIAL          PIC 9(02)       VALUE ZEROES.
       77  WRK-ROTA-CEP-DE     PIC 9(08)       VALUE ZEROES.
       77  WRK-ZONA-ATU        PIC 9V99        VALUE ZEROES.
       77  WRK-ZONA-PRO        PIC 9V99        VALUE ZEROES.
       77  WRK-COT-MULT        PIC 9V99        VALUE ZEROES.
       77  WRK-COT-TAXA        PIC 9V99        VALUE ZEROES.
       77  WRK-COT-ZONA        PIC 9V99        VALUE ZEROES.
       77  WRK-FRETE-CAND      PIC 9(06)V99    VALUE ZEROES.
       77  WRK-CAND-OK         PIC X(01)       VALUE 'N'.
       77  WRK-CAND-ATU        PIC 9(06)V99    VALUE ZEROES.
       77  WRK-ACHOU-ATU       PIC X(01)       VALUE 'N'.
           88  ACHOU-ATU                       VALUE 'S'.
       77  WRK-ACHOU-PRO       PIC X(01)       VALUE 'N'.
           88  ACHOU-PRO                       VALUE 'S'.
       77  WRK-VENC-ATU        PIC 9(03)       VALUE ZEROES.
       77  WRK-VENC-PRO        PIC 9(03)       VALUE ZEROES.
       77  WRK-VLR-ATU         PIC 9(06)V99    VALUE ZEROES.
       77  WRK-VLR-PRO         PIC 9(06)V99    VALUE ZEROES.

      ******************************************************************
      * ACUMULADORES: POR TRANSPORTADORA (COTACAO DA PROPRIA
      * TRANSPORTADORA NAS DUAS TABELAS E EMBARQUES GANHOS EM CADA
      * UMA), POR ESTADO E POR FILIAL (FRETE DA MAIS BARATA), POR ROTA
      * E POR ROTA + TRANSPORTADORA (EMBARQUES GANHOS). TRANSPORTADORA,
      * ESTADO E ROTA FICAM EM ORDEM DE CHAVE.
      ******************************************************************
       77  WRK-CHAVE-TRANSP    PIC 9(03)       VALUE ZEROES.
       77  WRK-TRA-QTD         PIC 9(03)       VALUE ZEROES.
       77  WRK-TRA-IDX         PIC 9(03)       VALUE ZEROES.
       77  WRK-TRA-POS         PIC 9(03)       VALUE ZEROES.
       77  WRK-TRA-DEST        PIC 9(03)       VALUE ZEROES.
       01  WRK-TAB-TRA.
           02  WRK-TRA-LINHA   OCCURS 100 TIMES.
               03  WRK-TRA-CODIGO      PIC 9(03).
               03  WRK-TRA-COTADOS     PIC 9(05).
               03  WRK-TRA-ATUAL       PIC 9(10)V99.
               03  WRK-TRA-PROP        PIC 9(10)V99.
               03  WRK-TRA-VENC-ATU    PIC 9(05).
               03  WRK-TRA-VENC-PRO    PIC 9(05).

       77  WRK-UFT-QTD         PIC 9(02)       VALUE ZEROES.
       77  WRK-UFT-IDX         PIC 9(02)       VALUE ZEROES.
       77  WRK-UFT-POS         PIC 9(02)       VALUE ZEROES.
       77  WRK-UFT-DEST        PIC 9(02)       VALUE ZEROES.
       01  WRK-TAB-UFT.
           02  WRK-UFT-LINHA   OCCURS 30 TIMES.
               03  WRK-UFT-ESTADO      PIC X(02).
               03  WRK-UFT-QTDE        PIC 9(05).
               03  WRK-UFT-ATUAL       PIC 9(10)V99.
               03  WRK-UFT-PROP        PIC 9(10)V99.

       77  WRK-FIL-IDX         PIC 9(02)       VALUE ZEROES.
       01  WRK-TAB-FIL.
           02  WRK-FIL-LINHA   OCCURS 99 TIMES.
               03  WRK-FIL-QTDE        PIC 9(05).
               03  WRK-FIL-ATUAL       PIC 9(10)V99.
               03  WRK-FIL-PROP        PIC 9(10)V99.

       77  WRK-ROT-QTD         PIC 9(03)       VALUE ZEROES.
       77  WRK-ROT-IDX         PIC 9(03)       VALUE ZEROES.
       77  WRK-ROT-POS         PIC 9(03)       VALUE ZEROES.
       77  WRK-ROT-DEST        PIC 9(03)       VALUE ZEROES.
       01  WRK-TAB-ROT.
           02  WRK-ROT-LINHA   OCCURS 300 TIMES.
               03  WRK-ROT-CHAVE.
                   04  WRK-ROT-ESTADO  PIC X(02).
                   04  WRK-ROT-CEP-DE  PIC 9(08).
               03  WRK-ROT-QTDE        PIC 9(05).
               03  WRK-ROT-MUDOU       PIC 9(05).
               03  WRK-ROT-ATUAL       PIC 9(10)V99.
               03  WRK-ROT-PROP        PIC 9(10)V99.
       01  WRK-CHAVE-ROTA.
           02  WRK-CHR-ESTADO  PIC X(02).
           02  WRK-CHR-CEP-DE  PIC 9(08).

       77  WRK-PAR-QTD         PIC 9(04)       VALUE ZEROES.
       77  WRK-PAR-IDX         PIC 9(04)       VALUE ZEROES.
       77  WRK-PAR-POS         PIC 9(04)       VALUE ZEROES.
       01  WRK-TAB-PAR.
           02  WRK-PAR-LINHA   OCCURS 2000 TIMES.
               03  WRK-PAR-ROTA        PIC X(10).
               03  WRK-PAR-TRANSP      PIC 9(03).
               03  WRK-PAR-VENC-ATU    PIC 9(05).
               03  WRK-PAR-VENC-PRO    PIC 9(05).

       77  WRK-MAIOR-ATU       PIC 9(03)       VALUE ZEROES.
       77  WRK-MAIOR-ATU-QTD   PIC 9(05)       VALUE ZEROES.
       77  WRK-MAIOR-PRO       PIC 9(03)       VALUE ZEROES.
       77  WRK-MAIOR-PRO-QTD   PIC 9(05)       VALUE ZEROES.
       77  WRK-ROT-SITUACAO    PIC X(07)       VALUE SPACES.

       77  WRK-TRP-QTD         PIC 9(03)       VALUE ZEROES.
       77  WRK-TRP-IDX         PIC 9(03)       VALUE ZEROES.
       01  WRK-TAB-NOMES.
           02  WRK-TRP-LINHA   OCCURS 100 TIMES.
               03  WRK-TRP-CODIGO      PIC 9(03).
               03  WRK-TRP-NOME        PIC X(30).
       77  WRK-TRANSP-NOME     PIC X(30)       VALUE SPACES.

       77  WRK-QTDE-LIDOS      PIC 9(05)       VALUE ZEROES.
       77  WRK-QTDE-JANELA     PIC 9(05)       VALUE ZEROES.
       77  WRK-QTDE-SEM-COT    PIC 9(05)       VALUE ZEROES.
       77  WRK-TOT-QTDE        PIC 9(05)       VALUE ZEROES.
       77  WRK-TOT-MUDOU       PIC 9(05)       VALUE ZEROES.
       77  WRK-TOT-ATUAL       PIC 9(10)V99    VALUE ZEROES.
       77  WRK-TOT-PROP        PIC 9(10)V99    VALUE ZEROES.
       77  WRK-DIFERENCA       PIC S9(10)V99   VALUE ZEROES.

       77  WRK-ED-ATUAL        PIC Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.
       77  WRK-ED-PROP         PIC Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.
       77  WRK-ED-DIF          PIC -Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.

       PROCEDURE DIVISION.

           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           INITIALIZE WRK-TAB-FIL.

           DISPLAY 'QUANTOS MESES DE EMBARQUES RECOTAR (1 A 24): '.
           ACCEPT WRK-MESES.
           IF WRK-MESES < 1 OR WRK-MESES > 24
               DISPLAY 'QUANTIDADE DE MESES INVALIDA - SIMULACAO NAO '
                       'FEITA'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           COMPUTE WRK-MESES-CORRIDOS =
               WRK-HOJE-ANO * 12 + WRK-HOJE-MES - WRK-MESES.
           DIVIDE WRK-MESES-CORRIDOS BY 12
               GIVING WRK-INI-ANO REMAINDER WRK-INI-MES.
           ADD 1 TO WRK-INI-MES.
           COMPUTE WRK-INI-COMP = WRK-INI-ANO * 100 + WRK-INI-MES.

           PERFORM 0100-CARREGA-TABELA-ATUAL.
           PERFORM 0150-CARREGA-ZONAS.
           PERFORM 0200-CARREGA-CENARIO.
           IF WRK-QTDE-CEN-TARIFA = 0 AND WRK-QTDE-CEN-ZONA = 0
               DISPLAY 'FRTSCENARIO VAZIO OU NAO ENCONTRADO - '
                       'SIMULACAO NAO FEITA'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 0280-CARREGA-TRANSPORTADORAS.
           PERFORM 0300-RECOTA-EMBARQUES.

           OPEN OUTPUT SIMULATION-REPORT-FILE.
           PERFORM 0600-IMPRIME-RELATORIO.
           CLOSE SIMULATION-REPORT-FILE.

           COMPUTE WRK-DIFERENCA = WRK-TOT-PROP - WRK-TOT-ATUAL.
           MOVE WRK-DIFERENCA TO WRK-ED-DIF.
           DISPLAY 'SIMULACAO DE FRETE: ' WRK-TOT-QTDE
                   ' EMBARQUES RECOTADOS, DIFERENCA ' WRK-ED-DIF
                   ', ' WRK-TOT-MUDOU ' TROCARIAM DE TRANSPORTADORA'.
           MOVE 0 TO RETURN-CODE.

           STOP RUN.

      ******************************************************************
      * 0100-CARREGA-TABELA-ATUAL - LE O FREIGHTRATE (MESMA MECANICA
      * DO PROGCOB025) E MONTA A TABELA EM VIGOR HOJE: POR
      * TRANSPORTADORA + ESTADO, A LINHA DE VIGENCIA MAIS RECENTE QUE
      * JA VALE. A TABELA PROPOSTA COMECA IGUAL A ELA.
      ******************************************************************
       0100-CARREGA-TABELA-ATUAL SECTION.
           OPEN INPUT FREIGHT-RATE-FILE.
           IF WRK-FRETE-STATUS NOT = '00'
               DISPLAY 'TABELA DE FRETE INDISPONIVEL - ASSUMINDO VAZIA'
               GO TO 0100-EXIT
           END-IF.

           PERFORM UNTIL FRETE-ACABOU
               READ FREIGHT-RATE-FILE
                   AT END
                       MOVE 'S' TO WRK-FRETE-EOF
                   NOT AT END
                       IF WRK-TAB-QTDE < 200
                           ADD 1 TO WRK-TAB-QTDE
                           MOVE FR-ESTADO TO
                               WRK-TAB-ESTADO(WRK-TAB-QTDE)
                           MOVE FR-MULTIPLICADOR TO
                               WRK-TAB-MULT(WRK-TAB-QTDE)
                           MOVE FR-TAXA-KG TO
                               WRK-TAB-TAXA-KG(WRK-TAB-QTDE)
                           IF FR-TRANSP NOT NUMERIC OR FR-TRANSP = 0
                               MOVE 001 TO
                                   WRK-TAB-TRANSP(WRK-TAB-QTDE)
                           ELSE
                               MOVE FR-TRANSP TO
                                   WRK-TAB-TRANSP(WRK-TAB-QTDE)
                           END-IF
                           IF FR-VIGENCIA NOT NUMERIC
                               MOVE ZEROES TO
                                   WRK-TAB-VIG(WRK-TAB-QTDE)
                           ELSE
                               MOVE FR-VIGENCIA TO
                                   WRK-TAB-VIG(WRK-TAB-QTDE)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FREIGHT-RATE-FILE.

           PERFORM VARYING WRK-TAB-IDX FROM 1 BY 1
                   UNTIL WRK-TAB-IDX > WRK-TAB-QTDE
               PERFORM 0140-CONFERE-VIGENCIA
               IF WRK-VIGENTE = 'S'
                   ADD 1 TO WRK-ATU-QTD
                   MOVE WRK-TAB-ESTADO(WRK-TAB-IDX)
                       TO WRK-ATU-ESTADO(WRK-ATU-QTD)
                   MOVE WRK-TAB-TRANSP(WRK-TAB-IDX)
                       TO WRK-ATU-TRANSP(WRK-ATU-QTD)
                   MOVE WRK-TAB-MULT(WRK-TAB-IDX)
                       TO WRK-ATU-MULT(WRK-ATU-QTD)
                   MOVE WRK-TAB-TAXA-KG(WRK-TAB-IDX)
                       TO WRK-ATU-TAXA-KG(WRK-ATU-QTD)
               END-IF
           END-PERFORM.

           MOVE WRK-TAB-ATUAL TO WRK-TAB-PROPOSTA.
           MOVE WRK-ATU-QTD   TO WRK-PRO-QTD.
       0100-EXIT.
           EXIT.

      ******************************************************************
      * 0140-CONFERE-VIGENCIA - DIZ SE A LINHA WRK-TAB-IDX E A LINHA EM
      * VIGOR HOJE (MESMA REGRA DO PROGCOB025). EM EMPATE DE VIGENCIA
      * FICA A PRIMEIRA LINHA DO ARQUIVO.
      ******************************************************************
       0140-CONFERE-VIGENCIA SECTION.
           MOVE 'S' TO WRK-VIGENTE.

           IF WRK-TAB-VIG(WRK-TAB-IDX) > WRK-HOJE-NUM
               MOVE 'N' TO WRK-VIGENTE
               GO TO 0140-EXIT
           END-IF.

           PERFORM VARYING WRK-TAB-JDX FROM 1 BY 1
                   UNTIL WRK-TAB-JDX > WRK-TAB-QTDE
               IF WRK-TAB-JDX NOT = WRK-TAB-IDX
                   AND WRK-TAB-ESTADO(WRK-TAB-JDX) =
                       WRK-TAB-ESTADO(WRK-TAB-IDX)
                   AND WRK-TAB-TRANSP(WRK-TAB-JDX) =
                       WRK-TAB-TRANSP(WRK-TAB-IDX)
                   AND WRK-TAB-VIG(WRK-TAB-JDX) <= WRK-HOJE-NUM
                   AND (WRK-TAB-VIG(WRK-TAB-JDX) >
                        WRK-TAB-VIG(WRK-TAB-IDX)
                    OR (WRK-TAB-VIG(WRK-TAB-JDX) =
                        WRK-TAB-VIG(WRK-TAB-IDX)
                    AND WRK-TAB-JDX < WRK-TAB-IDX))
                   MOVE 'N' TO WRK-VIGENTE
               END-IF
           END-PERFORM.
       0140-EXIT.
           EXIT.

      ******************************************************************
      * 0150-CARREGA-ZONAS - LE O FREIGHTZONE PARA AS ZONAS EM VIGOR.
      * AS ZONAS PROPOSTAS COMECAM IGUAIS A ELAS.
      ******************************************************************
       0150-CARREGA-ZONAS SECTION.
           OPEN INPUT FREIGHT-ZONE-FILE.
           IF WRK-ZONA-STATUS NOT = '00'
               GO TO 0150-EXIT
           END-IF.

           PERFORM UNTIL ZONA-ACABOU
               READ FREIGHT-ZONE-FILE
                   AT END
                       MOVE 'S' TO WRK-ZONA-EOF
                   NOT AT END
                       IF WRK-ZAT-QTD < 200
                           ADD 1 TO WRK-ZAT-QTD
                           MOVE FZ-ESTADO
                               TO WRK-ZAT-ESTADO(WRK-ZAT-QTD)
                           MOVE FZ-CEP-DE
                               TO WRK-ZAT-CEP-DE(WRK-ZAT-QTD)
                           MOVE FZ-CEP-ATE
                               TO WRK-ZAT-CEP-ATE(WRK-ZAT-QTD)
                           MOVE FZ-MULT
                               TO WRK-ZAT-MULT(WRK-ZAT-QTD)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FREIGHT-ZONE-FILE.

           MOVE WRK-TAB-ZONA-ATUAL TO WRK-TAB-ZONA-PROP.
           MOVE WRK-ZAT-QTD        TO WRK-ZPR-QTD.
       0150-EXIT.
           EXIT.

      ******************************************************************
      * 0200-CARREGA-CENARIO - APLICA O FRTSCENARIO SOBRE A TABELA
      * PROPOSTA. LINHA R TROCA A TARIFA DA TRANSPORTADORA + ESTADO
      * (OU ACRESCENTA, SE ELA AINDA NAO ATENDE O ESTADO); A VIGENCIA
      * DA LINHA E IGNORADA, A PROPOSTA VALE PARA TODA A JANELA. LINHA Z
      * ENTRA NO CONJUNTO DE ZONAS DO ESTADO, QUE E TODO SUBSTITUIDO.
      * LINHA DE OUTRO TIPO OU ILEGIVEL E IGNORADA.
      ******************************************************************
       0200-CARREGA-CENARIO SECTION.
           OPEN INPUT SCENARIO-FILE.
           IF WRK-CENARIO-STATUS NOT = '00'
               GO TO 0200-EXIT
           END-IF.

           PERFORM UNTIL CENARIO-ACABOU
               READ SCENARIO-FILE
                   AT END
                       MOVE 'S' TO WRK-CENARIO-EOF
                   NOT AT END
                       IF SC-TARIFA
                           PERFORM 0220-CENARIO-TARIFA
                       END-IF
                       IF SC-ZONA
                           PERFORM 0240-CENARIO-ZONA
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE SCENARIO-FILE.
       0200-EXIT.
           EXIT.

      ******************************************************************
      * 0220-CENARIO-TARIFA - UMA LINHA R DO CENARIO.
      ******************************************************************
       0220-CENARIO-TARIFA SECTION.
           IF SC-FR-MULT NOT NUMERIC OR SC-FR-TAXA-KG NOT NUMERIC
               DISPLAY 'LINHA DE TARIFA DO CENARIO ILEGIVEL: '
                       SC-REGISTRO
               GO TO 0220-EXIT
           END-IF.
           IF SC-FR-TRANSP NOT NUMERIC OR SC-FR-TRANSP = 0
               MOVE 001 TO WRK-CHAVE-TRANSP
           ELSE
               MOVE SC-FR-TRANSP TO WRK-CHAVE-TRANSP
           END-IF.

           MOVE 0 TO WRK-PRO-POS.
           PERFORM VARYING WRK-PRO-IDX FROM 1 BY 1
                   UNTIL WRK-PRO-IDX > WRK-PRO-QTD
                       OR WRK-PRO-POS > 0
               IF WRK-PRO-ESTADO(WRK-PRO-IDX) = SC-FR-ESTADO
                   AND WRK-PRO-TRANSP(WRK-PRO-IDX) = WRK-CHAVE-TRANSP
                   MOVE WRK-PRO-IDX TO WRK-PRO-POS
               END-IF
           END-PERFORM.

           IF WRK-PRO-POS = 0
               IF WRK-PRO-QTD >= 200
                   DISPLAY 'TABELA PROPOSTA CHEIA - LINHA IGNORADA: '
                           SC-REGISTRO
                   GO TO 0220-EXIT
               END-IF
               ADD 1 TO WRK-PRO-QTD
               MOVE WRK-PRO-QTD TO WRK-PRO-POS
               MOVE SC-FR-ESTADO     TO WRK-PRO-ESTADO(WRK-PRO-POS)
               MOVE WRK-CHAVE-TRANSP TO WRK-PRO-TRANSP(WRK-PRO-POS)
           END-IF.

           MOVE SC-FR-MULT    TO WRK-PRO-MULT(WRK-PRO-POS).
           MOVE SC-FR-TAXA-KG TO WRK-PRO-TAXA-KG(WRK-PRO-POS).
           ADD 1 TO WRK-QTDE-CEN-TARIFA.
       0220-EXIT.
           EXIT.

      ******************************************************************
      * 0240-CENARIO-ZONA - UMA LINHA Z DO CENARIO. NA PRIMEIRA LINHA
      * DO ESTADO, TIRA AS ZONAS EM VIGOR DELE DA TABELA PROPOSTA.
      ******************************************************************
       0240-CENARIO-ZONA SECTION.
           IF SC-FZ-CEP-DE NOT NUMERIC OR SC-FZ-CEP-ATE NOT NUMERIC
               OR SC-FZ-MULT NOT NUMERIC
               DISPLAY 'LINHA DE ZONA DO CENARIO ILEGIVEL: '
                       SC-REGISTRO
               GO TO 0240-EXIT
           END-IF.

           MOVE 'N' TO WRK-UFC-ACHOU.
           PERFORM VARYING WRK-UFC-IDX FROM 1 BY 1
                   UNTIL WRK-UFC-IDX > WRK-UFC-QTD
               IF WRK-UFC-ESTADO(WRK-UFC-IDX) = SC-FZ-ESTADO
                   MOVE 'S' TO WRK-UFC-ACHOU
               END-IF
           END-PERFORM.

           IF WRK-UFC-ACHOU = 'N' AND WRK-UFC-QTD < 30
               ADD 1 TO WRK-UFC-QTD
               MOVE SC-FZ-ESTADO TO WRK-UFC-ESTADO(WRK-UFC-QTD)
               MOVE 0 TO WRK-ZPR-DEST
               PERFORM VARYING WRK-ZPR-IDX FROM 1 BY 1
                       UNTIL WRK-ZPR-IDX > WRK-ZPR-QTD
                   IF WRK-ZPR-ESTADO(WRK-ZPR-IDX) NOT = SC-FZ-ESTADO
                       ADD 1 TO WRK-ZPR-DEST
                       MOVE WRK-ZPR-LINHA(WRK-ZPR-IDX)
                           TO WRK-ZPR-LINHA(WRK-ZPR-DEST)
                   END-IF
               END-PERFORM
               MOVE WRK-ZPR-DEST TO WRK-ZPR-QTD
           END-IF.

           IF WRK-ZPR-QTD >= 200
               DISPLAY 'ZONAS PROPOSTAS CHEIAS - LINHA IGNORADA: '
                       SC-REGISTRO
               GO TO 0240-EXIT
           END-IF.

           ADD 1 TO WRK-ZPR-QTD.
           MOVE SC-FZ-ESTADO  TO WRK-ZPR-ESTADO(WRK-ZPR-QTD).
           MOVE SC-FZ-CEP-DE  TO WRK-ZPR-CEP-DE(WRK-ZPR-QTD).
           MOVE SC-FZ-CEP-ATE TO WRK-ZPR-CEP-ATE(WRK-ZPR-QTD).
           MOVE SC-FZ-MULT    TO WRK-ZPR-MULT(WRK-ZPR-QTD).
           ADD 1 TO WRK-QTDE-CEN-ZONA.
       0240-EXIT.
           EXIT.

      ******************************************************************
      * 0280-CARREGA-TRANSPORTADORAS - NOMES DO CARRIERMASTER PARA O
      * RELATORIO.
      ******************************************************************
       0280-CARREGA-TRANSPORTADORAS SECTION.
           OPEN INPUT CARRIER-MASTER-FILE.
           IF WRK-CARRIER-STATUS NOT = '00'
               GO TO 0280-EXIT
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
       0280-EXIT.
           EXIT.

      ******************************************************************
      * 0300-RECOTA-EMBARQUES - LE O FREIGHTAUDIT E RECOTA CADA
      * EMBARQUE DA JANELA NAS DUAS TABELAS.
      ******************************************************************
       0300-RECOTA-EMBARQUES SECTION.
           OPEN INPUT FREIGHT-AUDIT-FILE.
           IF WRK-AUDIT-STATUS NOT = '00'
               DISPLAY 'FREIGHTAUDIT NAO ENCONTRADO - SEM EMBARQUES'
               GO TO 0300-EXIT
           END-IF.

           PERFORM UNTIL AUDIT-ACABOU
               READ FREIGHT-AUDIT-FILE
                   AT END
                       MOVE 'S' TO WRK-AUDIT-EOF
                   NOT AT END
                       ADD 1 TO WRK-QTDE-LIDOS
                       PERFORM 0320-LE-EMBARQUE
               END-READ
           END-PERFORM.

           CLOSE FREIGHT-AUDIT-FILE.
       0300-EXIT.
           EXIT.

      ******************************************************************
      * 0320-LE-EMBARQUE - QUEBRA UMA LINHA DO FREIGHTAUDIT. LINHA FORA
      * DA JANELA, SEM FRETE=/TOTAL= LEGIVEIS OU SEM PESO FICA DE FORA.
      ******************************************************************
       0320-LE-EMBARQUE SECTION.
           UNSTRING FA-LINHA DELIMITED BY ';'
               INTO WRK-FA-DATA WRK-FA-ITENS WRK-FA-PRODUTOS
                    WRK-FA-ESTADO
           END-UNSTRING.

           MOVE WRK-FA-DATA(7:4) TO WRK-FA-NUM-ANO.
           MOVE WRK-FA-DATA(4:2) TO WRK-FA-NUM-MES.
           MOVE WRK-FA-DATA(1:2) TO WRK-FA-NUM-DIA.
           IF WRK-FA-DATA-NUM NOT NUMERIC
               GO TO 0320-EXIT
           END-IF.
           IF WRK-FA-DATA-NUM(1:6) < WRK-INI-COMP
               GO TO 0320-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-JANELA.

           MOVE ';FRETE=' TO WRK-FA-ROTULO.
           MOVE 7 TO WRK-FA-TAM.
           PERFORM 0340-PEGA-CAMPO.
           MOVE WRK-FA-CAMPO(1:8) TO WRK-FA-FRETE-X.
           MOVE ';TOTAL=' TO WRK-FA-ROTULO.
           MOVE 7 TO WRK-FA-TAM.
           PERFORM 0340-PEGA-CAMPO.
           MOVE WRK-FA-CAMPO(1:9) TO WRK-FA-TOTAL-X.
           IF WRK-FA-FRETE NOT NUMERIC OR WRK-FA-TOTAL NOT NUMERIC
               OR WRK-FA-TOTAL < WRK-FA-FRETE
               ADD 1 TO WRK-QTDE-SEM-COT
               GO TO 0320-EXIT
           END-IF.
           COMPUTE WRK-VLR-PEDIDO = WRK-FA-TOTAL - WRK-FA-FRETE.

           MOVE ';PESO=' TO WRK-FA-ROTULO.
           MOVE 6 TO WRK-FA-TAM.
           PERFORM 0340-PEGA-CAMPO.
           MOVE WRK-FA-CAMPO(1:7) TO WRK-FA-PESO-X.
           IF WRK-FA-PESO NOT NUMERIC
               ADD 1 TO WRK-QTDE-SEM-COT
               GO TO 0320-EXIT
           END-IF.
           MOVE WRK-FA-PESO TO WRK-PESO-COBRADO.

           MOVE ';PESOCUB=' TO WRK-FA-ROTULO.
           MOVE 9 TO WRK-FA-TAM.
           PERFORM 0340-PEGA-CAMPO.
           MOVE WRK-FA-CAMPO(1:7) TO WRK-FA-PESOCUB-X.
           IF WRK-FA-PESOCUB NUMERIC
               AND WRK-FA-PESOCUB > WRK-PESO-COBRADO
               MOVE WRK-FA-PESOCUB TO WRK-PESO-COBRADO
           END-IF.

           MOVE ';FILIAL=' TO WRK-FA-ROTULO.
           MOVE 8 TO WRK-FA-TAM.
           PERFORM 0340-PEGA-CAMPO.
           MOVE WRK-FA-CAMPO(1:2) TO WRK-FA-FILIAL-X.
           IF WRK-FA-FILIAL NOT NUMERIC OR WRK-FA-FILIAL = 0
               MOVE 01 TO WRK-FILIAL
           ELSE
               MOVE WRK-FA-FILIAL TO WRK-FILIAL
           END-IF.

           MOVE ';CEP=' TO WRK-FA-ROTULO.
           MOVE 5 TO WRK-FA-TAM.
           PERFORM 0340-PEGA-CAMPO.
           MOVE WRK-FA-CAMPO(1:8) TO WRK-FA-CEP-X.
           IF WRK-FA-CEP NOT NUMERIC
               MOVE 0 TO WRK-CEP
           ELSE
               MOVE WRK-FA-CEP TO WRK-CEP
           END-IF.

           PERFORM 0400-RECOTA.
       0320-EXIT.
           EXIT.

      ******************************************************************
      * 0340-PEGA-CAMPO - VALOR DO CAMPO ROTULADO WRK-FA-ROTULO (COM
      * WRK-FA-TAM POSICOES) ATE O PROXIMO ';'. SEM O ROTULO NA LINHA
      * VOLTA EM BRANCO.
      ******************************************************************
       0340-PEGA-CAMPO SECTION.
           MOVE SPACES TO WRK-FA-DEPOIS.
           MOVE SPACES TO WRK-FA-CAMPO.
           UNSTRING FA-LINHA
               DELIMITED BY WRK-FA-ROTULO(1:WRK-FA-TAM)
               INTO WRK-FA-ANTES WRK-FA-DEPOIS
           END-UNSTRING.
           UNSTRING WRK-FA-DEPOIS DELIMITED BY ';'
               INTO WRK-FA-CAMPO
           END-UNSTRING.

      ******************************************************************
      * 0400-RECOTA - COTA O EMBARQUE EM TODAS AS TRANSPORTADORAS DO
      * ESTADO NA TABELA EM VIGOR E NA PROPOSTA, COM O MULTIPLICADOR
      * DA ZONA DO CEP DE CADA UMA, FICANDO COM A MAIS BARATA DE CADA
      * TABELA. A TRANSPORTADORA QUE COTA NAS DUAS SOMA AS DUAS
      * COTACOES NA SUA LINHA. EMBARQUE SEM COTACAO EM ALGUMA DAS
      * TABELAS FICA FORA DOS TOTAIS.
      ******************************************************************
       0400-RECOTA SECTION.
           PERFORM 0430-ACHA-ZONAS.

           MOVE 'N' TO WRK-ACHOU-ATU.
           MOVE 'N' TO WRK-ACHOU-PRO.
           MOVE 0 TO WRK-VENC-ATU.
           MOVE 0 TO WRK-VENC-PRO.

           PERFORM VARYING WRK-PRO-IDX FROM 1 BY 1
                   UNTIL WRK-PRO-IDX > WRK-PRO-QTD
               IF WRK-PRO-ESTADO(WRK-PRO-IDX) = WRK-FA-ESTADO
                   MOVE WRK-PRO-MULT(WRK-PRO-IDX)    TO WRK-COT-MULT
                   MOVE WRK-PRO-TAXA-KG(WRK-PRO-IDX) TO WRK-COT-TAXA
                   MOVE WRK-ZONA-PRO TO WRK-COT-ZONA
                   PERFORM 0420-COTA
                   IF WRK-CAND-OK = 'S'
                       AND (NOT ACHOU-PRO
                            OR WRK-FRETE-CAND < WRK-VLR-PRO)
                       MOVE 'S' TO WRK-ACHOU-PRO
                       MOVE WRK-FRETE-CAND TO WRK-VLR-PRO
                       MOVE WRK-PRO-TRANSP(WRK-PRO-IDX)
                           TO WRK-VENC-PRO
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM VARYING WRK-ATU-IDX FROM 1 BY 1
                   UNTIL WRK-ATU-IDX > WRK-ATU-QTD
               IF WRK-ATU-ESTADO(WRK-ATU-IDX) = WRK-FA-ESTADO
                   MOVE WRK-ATU-MULT(WRK-ATU-IDX)    TO WRK-COT-MULT
                   MOVE WRK-ATU-TAXA-KG(WRK-ATU-IDX) TO WRK-COT-TAXA
                   MOVE WRK-ZONA-ATU TO WRK-COT-ZONA
                   PERFORM 0420-COTA
                   IF WRK-CAND-OK = 'S'
                       AND (NOT ACHOU-ATU
                            OR WRK-FRETE-CAND < WRK-VLR-ATU)
                       MOVE 'S' TO WRK-ACHOU-ATU
                       MOVE WRK-FRETE-CAND TO WRK-VLR-ATU
                       MOVE WRK-ATU-TRANSP(WRK-ATU-IDX)
                           TO WRK-VENC-ATU
                   END-IF
                   IF WRK-CAND-OK = 'S' AND ACHOU-PRO
                       PERFORM 0410-COTA-PROPRIA
                   END-IF
               END-IF
           END-PERFORM.

           IF NOT ACHOU-ATU OR NOT ACHOU-PRO
               ADD 1 TO WRK-QTDE-SEM-COT
               GO TO 0400-EXIT
           END-IF.

           ADD 1 TO WRK-TOT-QTDE.
           ADD WRK-VLR-ATU TO WRK-TOT-ATUAL.
           ADD WRK-VLR-PRO TO WRK-TOT-PROP.
           IF WRK-VENC-ATU NOT = WRK-VENC-PRO
               ADD 1 TO WRK-TOT-MUDOU
           END-IF.

           MOVE WRK-VENC-ATU TO WRK-CHAVE-TRANSP.
           PERFORM 0450-ACHA-TRANSP.
           IF WRK-TRA-POS > 0
               ADD 1 TO WRK-TRA-VENC-ATU(WRK-TRA-POS)
           END-IF.
           MOVE WRK-VENC-PRO TO WRK-CHAVE-TRANSP.
           PERFORM 0450-ACHA-TRANSP.
           IF WRK-TRA-POS > 0
               ADD 1 TO WRK-TRA-VENC-PRO(WRK-TRA-POS)
           END-IF.

           PERFORM 0460-ACHA-ESTADO.
           IF WRK-UFT-POS > 0
               ADD 1 TO WRK-UFT-QTDE(WRK-UFT-POS)
               ADD WRK-VLR-ATU TO WRK-UFT-ATUAL(WRK-UFT-POS)
               ADD WRK-VLR-PRO TO WRK-UFT-PROP(WRK-UFT-POS)
           END-IF.

           ADD 1 TO WRK-FIL-QTDE(WRK-FILIAL).
           ADD WRK-VLR-ATU TO WRK-FIL-ATUAL(WRK-FILIAL).
           ADD WRK-VLR-PRO TO WRK-FIL-PROP(WRK-FILIAL).

           PERFORM 0470-ACHA-ROTA.
           IF WRK-ROT-POS > 0
               ADD 1 TO WRK-ROT-QTDE(WRK-ROT-POS)
               ADD WRK-VLR-ATU TO WRK-ROT-ATUAL(WRK-ROT-POS)
               ADD WRK-VLR-PRO TO WRK-ROT-PROP(WRK-ROT-POS)
               IF WRK-VENC-ATU NOT = WRK-VENC-PRO
                   ADD 1 TO WRK-ROT-MUDOU(WRK-ROT-POS)
               END-IF
           END-IF.

           MOVE WRK-VENC-ATU TO WRK-CHAVE-TRANSP.
           PERFORM 0480-ACHA-PAR.
           IF WRK-PAR-POS > 0
               ADD 1 TO WRK-PAR-VENC-ATU(WRK-PAR-POS)
           END-IF.
           MOVE WRK-VENC-PRO TO WRK-CHAVE-TRANSP.
           PERFORM 0480-ACHA-PAR.
           IF WRK-PAR-POS > 0
               ADD 1 TO WRK-PAR-VENC-PRO(WRK-PAR-POS)
           END-IF.
       0400-EXIT.
           EXIT.

      ******************************************************************
      * 0410-COTA-PROPRIA - A TRANSPORTADORA DA LINHA WRK-ATU-IDX,
      * QUE ACABOU DE COTAR NA TABELA EM VIGOR, COTA TAMBEM NA
      * PROPOSTA; SE COTAR, AS DUAS COTACOES VAO PARA A LINHA DELA.
      ******************************************************************
       0410-COTA-PROPRIA SECTION.
           MOVE WRK-FRETE-CAND TO WRK-CAND-ATU.

           MOVE 0 TO WRK-PRO-POS.
           PERFORM VARYING WRK-PRO-IDX FROM 1 BY 1
                   UNTIL WRK-PRO-IDX > WRK-PRO-QTD
                       OR WRK-PRO-POS > 0
               IF WRK-PRO-ESTADO(WRK-PRO-IDX) = WRK-FA-ESTADO
                   AND WRK-PRO-TRANSP(WRK-PRO-IDX) =
                       WRK-ATU-TRANSP(WRK-ATU-IDX)
                   MOVE WRK-PRO-IDX TO WRK-PRO-POS
               END-IF
           END-PERFORM.
           IF WRK-PRO-POS = 0
               GO TO 0410-EXIT
           END-IF.

           MOVE WRK-PRO-MULT(WRK-PRO-POS)    TO WRK-COT-MULT.
           MOVE WRK-PRO-TAXA-KG(WRK-PRO-POS) TO WRK-COT-TAXA.
           MOVE WRK-ZONA-PRO TO WRK-COT-ZONA.
           PERFORM 0420-COTA.
           IF WRK-CAND-OK NOT = 'S'
               GO TO 0410-EXIT
           END-IF.

           MOVE WRK-ATU-TRANSP(WRK-ATU-IDX) TO WRK-CHAVE-TRANSP.
           PERFORM 0450-ACHA-TRANSP.
           IF WRK-TRA-POS > 0
               ADD 1 TO WRK-TRA-COTADOS(WRK-TRA-POS)
               ADD WRK-CAND-ATU   TO WRK-TRA-ATUAL(WRK-TRA-POS)
               ADD WRK-FRETE-CAND TO WRK-TRA-PROP(WRK-TRA-POS)
           END-IF.
       0410-EXIT.
           EXIT.

      ******************************************************************
      * 0420-COTA - FRETE DE UMA LINHA DE TARIFA (VALOR DO PEDIDO X
      * MULTIPLICADOR + PESO COBRADO X TAXA POR KG) COM O
      * MULTIPLICADOR DA ZONA, MESMA CONTA DO PROGCOB025.
      ******************************************************************
       0420-COTA SECTION.
           MOVE 'S' TO WRK-CAND-OK.
           COMPUTE WRK-FRETE-CAND =
               (WRK-VLR-PEDIDO * WRK-COT-MULT) +
               (WRK-PESO-COBRADO * WRK-COT-TAXA)
               ON SIZE ERROR
                   MOVE 'N' TO WRK-CAND-OK
           END-COMPUTE.
           IF WRK-CAND-OK = 'S' AND WRK-COT-ZONA > 0
               COMPUTE WRK-FRETE-CAND ROUNDED =
                   WRK-FRETE-CAND * WRK-COT-ZONA
                   ON SIZE ERROR
                       MOVE 'N' TO WRK-CAND-OK
               END-COMPUTE
           END-IF.

      ******************************************************************
      * 0430-ACHA-ZONAS - MULTIPLICADOR DA ZONA QUE COBRE O CEP DO
      * EMBARQUE NAS ZONAS EM VIGOR E NAS PROPOSTAS (0 = SEM ZONA,
      * TARIFA DO ESTADO). A ROTA DO EMBARQUE E O ESTADO MAIS O
      * INICIO DA FAIXA DE CEP DA ZONA EM VIGOR (ZERO SEM ZONA).
      ******************************************************************
       0430-ACHA-ZONAS SECTION.
           MOVE 0 TO WRK-ZONA-ATU.
           MOVE 0 TO WRK-ZONA-PRO.
           MOVE 0 TO WRK-ROTA-CEP-DE.
           IF WRK-CEP = 0
               GO TO 0430-EXIT
           END-IF.

           PERFORM VARYING WRK-ZAT-IDX FROM 1 BY 1
                   UNTIL WRK-ZAT-IDX > WRK-ZAT-QTD
               IF WRK-ZAT-ESTADO(WRK-ZAT-IDX) = WRK-FA-ESTADO
                   AND WRK-CEP >= WRK-ZAT-CEP-DE(WRK-ZAT-IDX)
                   AND WRK-CEP <= WRK-ZAT-CEP-ATE(WRK-ZAT-IDX)
                   MOVE WRK-ZAT-MULT(WRK-ZAT-IDX) TO WRK-ZONA-ATU
                   MOVE WRK-ZAT-CEP-DE(WRK-ZAT-IDX)
                       TO WRK-ROTA-CEP-DE
               END-IF
           END-PERFORM.

           PERFORM VARYING WRK-ZPR-IDX FROM 1 BY 1
                   UNTIL WRK-ZPR-IDX > WRK-ZPR-QTD
               IF WRK-ZPR-ESTADO(WRK-ZPR-IDX) = WRK-FA-ESTADO
                   AND WRK-CEP >= WRK-ZPR-CEP-DE(WRK-ZPR-IDX)
                   AND WRK-CEP <= WRK-ZPR-CEP-ATE(WRK-ZPR-IDX)
                   MOVE WRK-ZPR-MULT(WRK-ZPR-IDX) TO WRK-ZONA-PRO
               END-IF
           END-PERFORM.
       0430-EXIT.
           EXIT.

      ******************************************************************
      * 0450-ACHA-TRANSP - POSICAO DE WRK-CHAVE-TRANSP NA TABELA POR
      * TRANSPORTADORA, ABRINDO LINHA NOVA NO LUGAR DA ORDEM (0 =
      * TABELA CHEIA).
      ******************************************************************
       0450-ACHA-TRANSP SECTION.
           MOVE 0 TO WRK-TRA-POS.
           PERFORM VARYING WRK-TRA-IDX FROM 1 BY 1
                   UNTIL WRK-TRA-IDX > WRK-TRA-QTD
                       OR WRK-TRA-POS > 0
               IF WRK-TRA-CODIGO(WRK-TRA-IDX) = WRK-CHAVE-TRANSP
                   MOVE WRK-TRA-IDX TO WRK-TRA-POS
               END-IF
           END-PERFORM.
           IF WRK-TRA-POS > 0
               GO TO 0450-EXIT
           END-IF.

           IF WRK-TRA-QTD >= 100
               DISPLAY 'MAIS DE 100 TRANSPORTADORAS - FORA DO RESUMO'
               GO TO 0450-EXIT
           END-IF.

           COMPUTE WRK-TRA-POS = WRK-TRA-QTD + 1.
           PERFORM VARYING WRK-TRA-IDX FROM 1 BY 1
                   UNTIL WRK-TRA-IDX > WRK-TRA-QTD
                       OR WRK-TRA-POS <= WRK-TRA-QTD
               IF WRK-TRA-CODIGO(WRK-TRA-IDX) > WRK-CHAVE-TRANSP
                   MOVE WRK-TRA-IDX TO WRK-TRA-POS
               END-IF
           END-PERFORM.

           PERFORM VARYING WRK-TRA-IDX FROM WRK-TRA-QTD BY -1
                   UNTIL WRK-TRA-IDX < WRK-TRA-POS
               COMPUTE WRK-TRA-DEST = WRK-TRA-IDX + 1
               MOVE WRK-TRA-LINHA(WRK-TRA-IDX)
                   TO WRK-TRA-LINHA(WRK-TRA-DEST)
           END-PERFORM.
           ADD 1 TO WRK-TRA-QTD.

           MOVE WRK-CHAVE-TRANSP TO WRK-TRA-CODIGO(WRK-TRA-POS).
           MOVE ZEROES TO WRK-TRA-COTADOS(WRK-TRA-POS).
           MOVE ZEROES TO WRK-TRA-ATUAL(WRK-TRA-POS).
           MOVE ZEROES TO WRK-TRA-PROP(WRK-TRA-POS).
           MOVE ZEROES TO WRK-TRA-VENC-ATU(WRK-TRA-POS).
           MOVE ZEROES TO WRK-TRA-VENC-PRO(WRK-TRA-POS).
       0450-EXIT.
           EXIT.

      ******************************************************************
      * 0460-ACHA-ESTADO - POSICAO DO ESTADO DO EMBARQUE NA TABELA POR
      * ESTADO, ABRINDO LINHA NOVA NO LUGAR DA ORDEM (0 = CHEIA).
      ******************************************************************
       0460-ACHA-ESTADO SECTION.
           MOVE 0 TO WRK-UFT-POS.
           PERFORM VARYING WRK-UFT-IDX FROM 1 BY 1
                   UNTIL WRK-UFT-IDX > WRK-UFT-QTD
                       OR WRK-UFT-POS > 0
               IF WRK-UFT-ESTADO(WRK-UFT-IDX) = WRK-FA-ESTADO
                   MOVE WRK-UFT-IDX TO WRK-UFT-POS
               END-IF
           END-PERFORM.
           IF WRK-UFT-POS > 0
               GO TO 0460-EXIT
           END-IF.

           IF WRK-UFT-QTD >= 30
               DISPLAY 'MAIS DE 30 ESTADOS - FORA DO RESUMO'
               GO TO 0460-EXIT
           END-IF.

           COMPUTE WRK-UFT-POS = WRK-UFT-QTD + 1.
           PERFORM VARYING WRK-UFT-IDX FROM 1 BY 1
                   UNTIL WRK-UFT-IDX > WRK-UFT-QTD
                       OR WRK-UFT-POS <= WRK-UFT-QTD
               IF WRK-UFT-ESTADO(WRK-UFT-IDX) > WRK-FA-ESTADO
                   MOVE WRK-UFT-IDX TO WRK-UFT-POS
               END-IF
           END-PERFORM.

           PERFORM VARYING WRK-UFT-IDX FROM WRK-UFT-QTD BY -1
                   UNTIL WRK-UFT-IDX < WRK-UFT-POS
               COMPUTE WRK-UFT-DEST = WRK-UFT-IDX + 1
               MOVE WRK-UFT-LINHA(WRK-UFT-IDX)
                   TO WRK-UFT-LINHA(WRK-UFT-DEST)
           END-PERFORM.
           ADD 1 TO WRK-UFT-QTD.

           MOVE WRK-FA-ESTADO TO WRK-UFT-ESTADO(WRK-UFT-POS).
           MOVE ZEROES TO WRK-UFT-QTDE(WRK-UFT-POS).
           MOVE ZEROES TO WRK-UFT-ATUAL(WRK-UFT-POS).
           MOVE ZEROES TO WRK-UFT-PROP(WRK-UFT-POS).
       0460-EXIT.
           EXIT.

      ******************************************************************
      * 0470-ACHA-ROTA - POSICAO DA ROTA DO EMBARQUE (ESTADO + INICIO
      * DA FAIXA DE CEP) NA TABELA POR ROTA, ABRINDO LINHA NOVA NO
      * LUGAR DA ORDEM (0 = CHEIA).
      ******************************************************************
       0470-ACHA-ROTA SECTION.
           MOVE WRK-FA-ESTADO   TO WRK-CHR-ESTADO.
           MOVE WRK-ROTA-CEP-DE TO WRK-CHR-CEP-DE.

           MOVE 0 TO WRK-ROT-POS.
           PERFORM VARYING WRK-ROT-IDX FROM 1 BY 1
                   UNTIL WRK-ROT-IDX > WRK-ROT-QTD
                       OR WRK-ROT-POS > 0
               IF WRK-ROT-CHAVE(WRK-ROT-IDX) = WRK-CHAVE-ROTA
                   MOVE WRK-ROT-IDX TO WRK-ROT-POS
               END-IF
           END-PERFORM.
           IF WRK-ROT-POS > 0
               GO TO 0470-EXIT
           END-IF.

           IF WRK-ROT-QTD >= 300
               DISPLAY 'MAIS DE 300 ROTAS - FORA DO RESUMO'
               GO TO 0470-EXIT
           END-IF.

           COMPUTE WRK-ROT-POS = WRK-ROT-QTD + 1.
           PERFORM VARYING WRK-ROT-IDX FROM 1 BY 1
                   UNTIL WRK-ROT-IDX > WRK-ROT-QTD
                       OR WRK-ROT-POS <= WRK-ROT-QTD
               IF WRK-ROT-CHAVE(WRK-ROT-IDX) > WRK-CHAVE-ROTA
                   MOVE WRK-ROT-IDX TO WRK-ROT-POS
               END-IF
           END-PERFORM.

           PERFORM VARYING WRK-ROT-IDX FROM WRK-ROT-QTD BY -1
                   UNTIL WRK-ROT-IDX < WRK-ROT-POS
               COMPUTE WRK-ROT-DEST = WRK-ROT-IDX + 1
               MOVE WRK-ROT-LINHA(WRK-ROT-IDX)
                   TO WRK-ROT-LINHA(WRK-ROT-DEST)
           END-PERFORM.
           ADD 1 TO WRK-ROT-QTD.

           MOVE WRK-CHAVE-ROTA TO WRK-ROT-CHAVE(WRK-ROT-POS).
           MOVE ZEROES TO WRK-ROT-QTDE(WRK-ROT-POS).
           MOVE ZEROES TO WRK-ROT-MUDOU(WRK-ROT-POS).
           MOVE ZEROES TO WRK-ROT-ATUAL(WRK-ROT-POS).
           MOVE ZEROES TO WRK-ROT-PROP(WRK-ROT-POS).
       0470-EXIT.
           EXIT.

      ******************************************************************
      * 0480-ACHA-PAR - POSICAO DA ROTA WRK-CHAVE-ROTA + TRANSPORTADORA
      * WRK-CHAVE-TRANSP NA TABELA DE EMBARQUES GANHOS, ABRINDO LINHA
      * NOVA NO FIM (0 = CHEIA).
      ******************************************************************
       0480-ACHA-PAR SECTION.
           MOVE 0 TO WRK-PAR-POS.
           PERFORM VARYING WRK-PAR-IDX FROM 1 BY 1
                   UNTIL WRK-PAR-IDX > WRK-PAR-QTD
                       OR WRK-PAR-POS > 0
               IF WRK-PAR-ROTA(WRK-PAR-IDX) = WRK-CHAVE-ROTA
                   AND WRK-PAR-TRANSP(WRK-PAR-IDX) = WRK-CHAVE-TRANSP
                   MOVE WRK-PAR-IDX TO WRK-PAR-POS
               END-IF
           END-PERFORM.
           IF WRK-PAR-POS > 0
               GO TO 0480-EXIT
           END-IF.

           IF WRK-PAR-QTD >= 2000
               DISPLAY 'MAIS DE 2000 ROTAS/TRANSPORTADORAS - FORA DO '
                       'RESUMO'
               GO TO 0480-EXIT
           END-IF.

           ADD 1 TO WRK-PAR-QTD.
           MOVE WRK-PAR-QTD TO WRK-PAR-POS.
           MOVE WRK-CHAVE-ROTA   TO WRK-PAR-ROTA(WRK-PAR-POS).
           MOVE WRK-CHAVE-TRANSP TO WRK-PAR-TRANSP(WRK-PAR-POS).
           MOVE ZEROES TO WRK-PAR-VENC-ATU(WRK-PAR-POS).
           MOVE ZEROES TO WRK-PAR-VENC-PRO(WRK-PAR-POS).
       0480-EXIT.
           EXIT.

      ******************************************************************
      * 0600-IMPRIME-RELATORIO - FRTSIMRPT: CABECALHO COM A JANELA E O
      * CENARIO, OS QUATRO RESUMOS E OS TOTAIS.
      ******************************************************************
       0600-IMPRIME-RELATORIO SECTION.
           MOVE SPACES TO FS-LINHA.
           STRING 'SIMULACAO DE TABELA DE FRETE - EMBARQUES DOS '
                  'ULTIMOS ' WRK-MESES ' MESES (DESDE ' WRK-INI-MES
                  '/' WRK-INI-ANO ') - EMITIDO EM ' WRK-HOJE-DIA '/'
                  WRK-HOJE-MES '/' WRK-HOJE-ANO
               DELIMITED BY SIZE INTO FS-LINHA
           END-STRING.
           WRITE FS-LINHA.
           MOVE SPACES TO FS-LINHA.
           STRING 'CENARIO FRTSCENARIO: ' WRK-QTDE-CEN-TARIFA
                  ' LINHAS DE TARIFA, ' WRK-QTDE-CEN-ZONA
                  ' LINHAS DE ZONA'
               DELIMITED BY SIZE INTO FS-LINHA
           END-STRING.
           WRITE FS-LINHA.

           PERFORM 0620-IMPRIME-TRANSP.
           PERFORM 0640-IMPRIME-ESTADO.
           PERFORM 0660-IMPRIME-FILIAL.
           PERFORM 0680-IMPRIME-ROTA.

           MOVE ALL '=' TO FS-LINHA.
           WRITE FS-LINHA.
           MOVE WRK-TOT-ATUAL TO WRK-ED-ATUAL.
           MOVE WRK-TOT-PROP  TO WRK-ED-PROP.
           COMPUTE WRK-DIFERENCA = WRK-TOT-PROP - WRK-TOT-ATUAL.
           MOVE WRK-DIFERENCA TO WRK-ED-DIF.
           MOVE SPACES TO FS-LINHA.
           STRING 'TOTAL (MAIS BARATA)                  '
                  WRK-TOT-QTDE ' ' WRK-ED-ATUAL ' ' WRK-ED-PROP ' '
                  WRK-ED-DIF
               DELIMITED BY SIZE INTO FS-LINHA
           END-STRING.
           WRITE FS-LINHA.
           MOVE SPACES TO FS-LINHA.
           STRING 'LINHAS DO FREIGHTAUDIT: ' WRK-QTDE-LIDOS
                  '  NA JANELA: ' WRK-QTDE-JANELA
                  '  RECOTADAS: ' WRK-TOT-QTDE
                  '  SEM COTACAO: ' WRK-QTDE-SEM-COT
                  '  TROCAM DE TRANSPORTADORA: ' WRK-TOT-MUDOU
               DELIMITED BY SIZE INTO FS-LINHA
           END-STRING.
           WRITE FS-LINHA.

      ******************************************************************
      * 0620-IMPRIME-TRANSP - POR TRANSPORTADORA: A PROPRIA COTACAO NAS
      * DUAS TABELAS (SO EMBARQUES QUE ELA COTA NAS DUAS) E QUANTOS
      * EMBARQUES ELA GANHA EM CADA UMA.
      ******************************************************************
       0620-IMPRIME-TRANSP SECTION.
           MOVE ALL '-' TO FS-LINHA.
           WRITE FS-LINHA.
           MOVE 'POR TRANSPORTADORA - COTACAO DA PROPRIA TRANSPORTADORA'
               TO FS-LINHA.
           WRITE FS-LINHA.
           MOVE SPACES TO FS-LINHA.
           STRING 'TRANSPORTADORA                 COTADOS '
                  '    TABELA ATUAL  TABELA PROPOSTA '
                  '        DIFERENCA  GANHA ATU  GANHA PRO'
               DELIMITED BY SIZE INTO FS-LINHA
           END-STRING.
           WRITE FS-LINHA.

           PERFORM VARYING WRK-TRA-IDX FROM 1 BY 1
                   UNTIL WRK-TRA-IDX > WRK-TRA-QTD
               PERFORM 0690-NOME-TRANSP
               MOVE WRK-TRA-ATUAL(WRK-TRA-IDX) TO WRK-ED-ATUAL
               MOVE WRK-TRA-PROP(WRK-TRA-IDX)  TO WRK-ED-PROP
               COMPUTE WRK-DIFERENCA = WRK-TRA-PROP(WRK-TRA-IDX) -
                   WRK-TRA-ATUAL(WRK-TRA-IDX)
               MOVE WRK-DIFERENCA TO WRK-ED-DIF
               MOVE SPACES TO FS-LINHA
               STRING WRK-TRA-CODIGO(WRK-TRA-IDX) ' '
                      WRK-TRANSP-NOME(1:26) ' '
                      WRK-TRA-COTADOS(WRK-TRA-IDX) ' '
                      WRK-ED-ATUAL ' ' WRK-ED-PROP ' ' WRK-ED-DIF
                      '      ' WRK-TRA-VENC-ATU(WRK-TRA-IDX)
                      '      ' WRK-TRA-VENC-PRO(WRK-TRA-IDX)
                   DELIMITED BY SIZE INTO FS-LINHA
               END-STRING
               WRITE FS-LINHA
           END-PERFORM.

      ******************************************************************
      * 0640-IMPRIME-ESTADO - POR ESTADO: FRETE DA MAIS BARATA NAS DUAS
      * TABELAS.
      ******************************************************************
       0640-IMPRIME-ESTADO SECTION.
           MOVE ALL '-' TO FS-LINHA.
           WRITE FS-LINHA.
           MOVE 'POR ESTADO - FRETE DA TRANSPORTADORA MAIS BARATA'
               TO FS-LINHA.
           WRITE FS-LINHA.
           MOVE SPACES TO FS-LINHA.
           STRING 'UF                          EMBARQUES '
                  '    TABELA ATUAL  TABELA PROPOSTA '
                  '        DIFERENCA'
               DELIMITED BY SIZE INTO FS-LINHA
           END-STRING.
           WRITE FS-LINHA.

           PERFORM VARYING WRK-UFT-IDX FROM 1 BY 1
                   UNTIL WRK-UFT-IDX > WRK-UFT-QTD
               MOVE WRK-UFT-ATUAL(WRK-UFT-IDX) TO WRK-ED-ATUAL
               MOVE WRK-UFT-PROP(WRK-UFT-IDX)  TO WRK-ED-PROP
               COMPUTE WRK-DIFERENCA = WRK-UFT-PROP(WRK-UFT-IDX) -
                   WRK-UFT-ATUAL(WRK-UFT-IDX)
               MOVE WRK-DIFERENCA TO WRK-ED-DIF
               MOVE SPACES TO FS-LINHA
               STRING WRK-UFT-ESTADO(WRK-UFT-IDX)
                      '                              '
                      WRK-UFT-QTDE(WRK-UFT-IDX) ' '
                      WRK-ED-ATUAL ' ' WRK-ED-PROP ' ' WRK-ED-DIF
                   DELIMITED BY SIZE INTO FS-LINHA
               END-STRING
               WRITE FS-LINHA
           END-PERFORM.

      ******************************************************************
      * 0660-IMPRIME-FILIAL - POR FILIAL: FRETE DA MAIS BARATA NAS
      * DUAS TABELAS.
      ******************************************************************
       0660-IMPRIME-FILIAL SECTION.
           MOVE ALL '-' TO FS-LINHA.
           WRITE FS-LINHA.
           MOVE 'POR FILIAL - FRETE DA TRANSPORTADORA MAIS BARATA'
               TO FS-LINHA.
           WRITE FS-LINHA.
           MOVE SPACES TO FS-LINHA.
           STRING 'FILIAL                      EMBARQUES '
                  '    TABELA ATUAL  TABELA PROPOSTA '
                  '        DIFERENCA'
               DELIMITED BY SIZE INTO FS-LINHA
           END-STRING.
           WRITE FS-LINHA.

           PERFORM VARYING WRK-FIL-IDX FROM 1 BY 1
                   UNTIL WRK-FIL-IDX > 98
               IF WRK-FIL-QTDE(WRK-FIL-IDX) > 0
                   MOVE WRK-FIL-ATUAL(WRK-FIL-IDX) TO WRK-ED-ATUAL
                   MOVE WRK-FIL-PROP(WRK-FIL-IDX)  TO WRK-ED-PROP
                   COMPUTE WRK-DIFERENCA = WRK-FIL-PROP(WRK-FIL-IDX) -
                       WRK-FIL-ATUAL(WRK-FIL-IDX)
                   MOVE WRK-DIFERENCA TO WRK-ED-DIF
                   MOVE SPACES TO FS-LINHA
                   STRING 'F' WRK-FIL-IDX
                          '                           '
                          WRK-FIL-QTDE(WRK-FIL-IDX) ' '
                          WRK-ED-ATUAL ' ' WRK-ED-PROP ' ' WRK-ED-DIF
                       DELIMITED BY SIZE INTO FS-LINHA
                   END-STRING
                   WRITE FS-LINHA
               END-IF
           END-PERFORM.

      ******************************************************************
      * 0680-IMPRIME-ROTA - POR ROTA (UF + INICIO DA FAIXA DE CEP DA
      * ZONA; 00000000 = SEM ZONA): A TRANSPORTADORA QUE GANHA MAIS
      * EMBARQUES EM CADA TABELA E QUANTOS EMBARQUES TROCAM. MUDA = A
      * VENCEDORA DA ROTA TROCA; PARCIAL = SO PARTE DOS EMBARQUES
      * TROCA; MANTEM = NADA MUDA.
      ******************************************************************
       0680-IMPRIME-ROTA SECTION.
           MOVE ALL '-' TO FS-LINHA.
           WRITE FS-LINHA.
           MOVE 'POR ROTA - TRANSPORTADORA MAIS BARATA NAS DUAS TABELAS'
               TO FS-LINHA.
           WRITE FS-LINHA.
           MOVE SPACES TO FS-LINHA.
           STRING 'UF ZONA(CEP) EMBARQUES  VENCE HOJE (EMB)  '
                  'VENCE PROPOSTA (EMB)  TROCAM  SITUACAO'
               DELIMITED BY SIZE INTO FS-LINHA
           END-STRING.
           WRITE FS-LINHA.

           PERFORM VARYING WRK-ROT-IDX FROM 1 BY 1
                   UNTIL WRK-ROT-IDX > WRK-ROT-QTD
               MOVE 0 TO WRK-MAIOR-ATU
               MOVE 0 TO WRK-MAIOR-ATU-QTD
               MOVE 0 TO WRK-MAIOR-PRO
               MOVE 0 TO WRK-MAIOR-PRO-QTD
               PERFORM VARYING WRK-PAR-IDX FROM 1 BY 1
                       UNTIL WRK-PAR-IDX > WRK-PAR-QTD
                   IF WRK-PAR-ROTA(WRK-PAR-IDX) =
                           WRK-ROT-CHAVE(WRK-ROT-IDX)
                       IF WRK-PAR-VENC-ATU(WRK-PAR-IDX) >
                               WRK-MAIOR-ATU-QTD
                           MOVE WRK-PAR-VENC-ATU(WRK-PAR-IDX)
                               TO WRK-MAIOR-ATU-QTD
                           MOVE WRK-PAR-TRANSP(WRK-PAR-IDX)
                               TO WRK-MAIOR-ATU
                       END-IF
                       IF WRK-PAR-VENC-PRO(WRK-PAR-IDX) >
                               WRK-MAIOR-PRO-QTD
                           MOVE WRK-PAR-VENC-PRO(WRK-PAR-IDX)
                               TO WRK-MAIOR-PRO-QTD
                           MOVE WRK-PAR-TRANSP(WRK-PAR-IDX)
                               TO WRK-MAIOR-PRO
                       END-IF
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN WRK-MAIOR-ATU NOT = WRK-MAIOR-PRO
                       MOVE 'MUDA'    TO WRK-ROT-SITUACAO
                   WHEN WRK-ROT-MUDOU(WRK-ROT-IDX) > 0
                       MOVE 'PARCIAL' TO WRK-ROT-SITUACAO
                   WHEN OTHER
                       MOVE 'MANTEM'  TO WRK-ROT-SITUACAO
               END-EVALUATE
               MOVE SPACES TO FS-LINHA
               STRING WRK-ROT-ESTADO(WRK-ROT-IDX) ' '
                      WRK-ROT-CEP-DE(WRK-ROT-IDX) '     '
                      WRK-ROT-QTDE(WRK-ROT-IDX) '  TRANSP '
                      WRK-MAIOR-ATU ' (' WRK-MAIOR-ATU-QTD ')  TRANSP '
                      WRK-MAIOR-PRO ' (' WRK-MAIOR-PRO-QTD ')      '
                      WRK-ROT-MUDOU(WRK-ROT-IDX) '  '
                      WRK-ROT-SITUACAO
                   DELIMITED BY SIZE INTO FS-LINHA
               END-STRING
               WRITE FS-LINHA
           END-PERFORM.

      ******************************************************************
      * 0690-NOME-TRANSP - NOME DA TRANSPORTADORA WRK-TRA-IDX.
      ******************************************************************
       0690-NOME-TRANSP SECTION.
           MOVE '(NAO CADASTRADA)' TO WRK-TRANSP-NOME.
           PERFORM VARYING WRK-TRP-IDX FROM 1 BY 1
                   UNTIL WRK-TRP-IDX > WRK-TRP-QTD
               IF WRK-TRP-CODIGO(WRK-TRP-IDX) =
                       WRK-TRA-CODIGO(WRK-TRA-IDX)
                   MOVE WRK-TRP-NOME(WRK-TRP-IDX) TO WRK-TRANSP-NOME
               END-IF
           END-PERFORM.

       END PROGRAM PROGCOB155.
