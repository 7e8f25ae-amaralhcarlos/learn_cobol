      *              MCTLUTIL) E ABORTA EM DIVERGENCIA - UM
      *              EMPLOYEEMASTER TRUNCADO PARAVA DE PAGAR GENTE EM
      *              SILENCIO; AO TERMINAR, O CONTROLE E REGRAVADO.
      * 15/10/2026 - A RODADA PASSOU A PAGAR OS REEMBOLSOS DE DESPESA
      *              APROVADOS NO PROGCOB158 (EXPCLAIMS): VERBA NAO
      *              TRIBUTAVEL, SOMADA SO NO LIQUIDO (PM-REEMBOLSO),
      *              COM LINHA PROPRIA NO CONTRACHEQUE, LANCAMENTO NO
      *              RAZAO POR CATEGORIA (D DESPESA / C 2101) E O PEDIDO
      *              MARCADO COMO PAGO.
      * 15/10/2026 - A RODADA PASSOU A LER O REGISTRO DE AUSENCIAS
      *              (ABSENCES, DO PROGCOB159, VIA ABSUTIL): FALTA
      *              INJUSTIFICADA DA COMPETENCIA DESCONTA O DIA E O DSR
      *              DA SEMANA, AFASTAMENTO PELO INSS TIRA DO SALARIO OS
      *              DIAS CORRIDOS PAGOS PELO INSS, AMBOS A SALARIO / 30
      *              E COM LINHA PROPRIA NO CONTRACHEQUE; ATESTADO E
      *              LICENCA LEGAL SAO ABONADOS.
      * 15/10/2026 - A RODADA PASSOU A DESCONTAR DO LIQUIDO A PARTE DO
      *              FUNCIONARIO NO VALE-TRANSPORTE E NO VALE-REFEICAO
      *              CALCULADA PELO PROGCOB162 (BENDEDUCT), COM LINHAS
      *              PROPRIAS NO CONTRACHEQUE; ITEM RECORRENTE VT/VR DO
      *              MESMO CPF DEIXA DE SER APLICADO.
      * 15/10/2026 - EXPCLAIMS MAIOR QUE A TABELA (2000 PEDIDOS) NAO E
      *              MAIS CARREGADO PELA METADE: A RODADA NAO PAGA
      *              REEMBOLSO NENHUM, NAO REGRAVA O ARQUIVO (QUE
      *              PERDERIA OS PEDIDOS DE FORA) E EXPLICA NO
      *              PAYROLLRPT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-SALHIST-STATUS.

           SELECT EXPENSE-CLAIMS-FILE ASSIGN TO 'EXPCLAIMS'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-EXP-STATUS.

           SELECT EXPENSE-CATEG-FILE ASSIGN TO 'EXPCATEG'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-CAT-STATUS.

           SELECT BEN-DEDUCT-FILE ASSIGN TO 'BENDEDUCT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-BEN-STATUS.

           SELECT GL-TRANSACTION-FILE ASSIGN TO 'GLTRANSACTIONS'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-GL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYROLL-TXN-FILE.
       FD  SAL-HIST-FILE.
           COPY 'SALHIST-REC.cob'.

       FD  EXPENSE-CLAIMS-FILE.
           COPY 'EXPCLAIM-REC.cob'.

       FD  EXPENSE-CATEG-FILE.
           COPY 'EXPCATEG-REC.cob'.

       FD  BEN-DEDUCT-FILE.
           COPY 'BENDEDUCT-REC.cob'.

       FD  GL-TRANSACTION-FILE.
           COPY 'GLTXN-REC.cob'.

       WORKING-STORAGE SECTION.
       COPY 'CURRENCY-BOOK.cob'.
       COPY 'TAXTABLE-BOOK.cob'.
       COPY 'MCTLUTIL-PARM.cob'.
       COPY 'DATEUTIL-PARM.cob'.
       COPY 'ABSUTIL-PARM.cob'.
       77 WRK-TXN-STATUS       PIC X(02)       VALUE SPACES.
       77 WRK-TXN-EOF          PIC X(01)       VALUE 'N'.
           88 TXN-ACABOU                       VALUE 'S'.
       77 WRK-DEPENDENTES      PIC 9(02)       VALUE ZEROES.
       77 WRK-DED-TOTAL        PIC 9(07)V99    VALUE ZEROES.

      ******************************************************************
      * AUSENCIAS DA COMPETENCIA (ABSENCES, DO PROGCOB159, VIA
      * ABSUTIL): FALTA INJUSTIFICADA DESCONTA O DIA E O DSR DA SEMANA;
      * AFASTAMENTO PELO INSS TIRA OS DIAS CORRIDOS DO SALARIO. O DIA
      * VALE SALARIO / 30. ATESTADO E LICENCA SAO ABONADOS.
      ******************************************************************
       77 WRK-INI-COMP         PIC 9(08)       VALUE ZEROES.
       77 WRK-ULT-DIA-COMP     PIC 9(08)       VALUE ZEROES.
       77 WRK-VLR-DIA          PIC 9(06)V99    VALUE ZEROES.
       77 WRK-DIAS-FALTA       PIC 9(03)       VALUE ZEROES.
       77 WRK-DIAS-AFAST       PIC 9(03)       VALUE ZEROES.
       77 WRK-VLR-FALTAS       PIC 9(06)V99    VALUE ZEROES.
       77 WRK-VLR-AFAST        PIC 9(06)V99    VALUE ZEROES.

      ******************************************************************
      * PARTE DO FUNCIONARIO NO VALE-TRANSPORTE E NO VALE-REFEICAO DA
      * COMPETENCIA (BENDEDUCT, DO CALCULO MENSAL DO PROGCOB162): SAI
      * DO LIQUIDO, UMA VEZ SO POR CPF, NA LINHA DO SALARIO BASE. CPF
      * COM LINHA NO BENDEDUCT NAO RECEBE ITEM RECORRENTE DE CODIGO
      * VT.. OU VR.. DO RECURITEMS, QUE ERA COMO O DESCONTO ENTRAVA
      * ANTES - SENAO O BENEFICIO SERIA DESCONTADO DUAS VEZES.
      ******************************************************************
       77 WRK-BEN-STATUS       PIC X(02)       VALUE SPACES.
       77 WRK-BEN-EOF          PIC X(01)       VALUE 'N'.
           88 BEN-ACABOU                       VALUE 'S'.
       77 WRK-BEN-QTD          PIC 9(04)       VALUE ZEROES.
       77 WRK-BEN-IDX          PIC 9(04)       VALUE ZEROES.
       01 WRK-TAB-BENEFICIOS.
           02 WRK-BEN-LINHA    OCCURS 2000 TIMES.
               03 WRK-BEN-CPF      PIC 9(11).
               03 WRK-BEN-DESC-VT  PIC 9(06)V99.
               03 WRK-BEN-DESC-VR  PIC 9(06)V99.
               03 WRK-BEN-USADO    PIC X(01).
       77 WRK-BEN-VT           PIC 9(06)V99    VALUE ZEROES.
       77 WRK-BEN-VR           PIC 9(06)V99    VALUE ZEROES.
       77 WRK-TEM-BENEFICIO    PIC X(01)       VALUE 'N'.
           88 BENEFICIO-NA-FOLHA               VALUE 'S'.

      ******************************************************************
      * LANCAMENTOS RECORRENTES DA COMPETENCIA (RECURITEMS, MANTIDOS
      * PELO PROGCOB097): OS ITENS ATIVOS FICAM NA TABELA, SAO
               03 WRK-DEP-IRRF     PIC 9(09)V99.
               03 WRK-DEP-LIQUIDO  PIC 9(09)V99.

      ******************************************************************
      * REEMBOLSOS DE DESPESA APROVADOS (EXPCLAIMS, DO PROGCOB158): O
      * ARQUIVO INTEIRO FICA NA TABELA PARA SER REGRAVADO NO FIM COM
      * OS PAGOS MARCADOS ('G' + COMPETENCIA). O REEMBOLSO E VERBA
      * INDENIZATORIA - SOMA SO NO LIQUIDO - E A PERNA CONTABIL SAI
      * POR CONTA DA CATEGORIA (EXPCATEG) E CENTRO DE CUSTO.
      ******************************************************************
       77 WRK-EXP-STATUS       PIC X(02)       VALUE SPACES.
       77 WRK-EXP-EOF          PIC X(01)       VALUE 'N'.
           88 EXP-ACABOU                       VALUE 'S'.
       77 WRK-CAT-STATUS       PIC X(02)       VALUE SPACES.
       77 WRK-CAT-EOF          PIC X(01)       VALUE 'N'.
           88 CAT-ACABOU                       VALUE 'S'.
       77 WRK-GL-STATUS        PIC X(02)       VALUE SPACES.
       77 WRK-EXP-QTD          PIC 9(04)       VALUE ZEROES.
       77 WRK-EXP-IDX          PIC 9(04)       VALUE ZEROES.
       77 WRK-EXP-ESTOURO      PIC X(01)       VALUE 'N'.
           88 REEMBOLSO-ESTOURADO              VALUE 'S'.
       01 WRK-TAB-REEMB.
           02 WRK-EXP-LINHA    OCCURS 2000 TIMES.
               03 WRK-EXP-REG      PIC X(127).
       77 WRK-REEMB            PIC 9(06)V99    VALUE ZEROES.
       77 WRK-EXP-PAGOS        PIC 9(04)       VALUE ZEROES.
       77 WRK-TOT-REEMB        PIC 9(09)V99    VALUE ZEROES.
       77 WRK-CAT-QTD          PIC 9(02)       VALUE ZEROES.
       77 WRK-CAT-IDX          PIC 9(02)       VALUE ZEROES.
       01 WRK-TAB-CATEG.
           02 WRK-CAT-LINHA    OCCURS 50 TIMES.
               03 WRK-CAT-CODIGO   PIC X(04).
               03 WRK-CAT-DESC     PIC X(20).
               03 WRK-CAT-CONTA    PIC 9(04).
       77 WRK-LRE-CONTA-ATUAL  PIC 9(04)       VALUE ZEROES.
       77 WRK-LRE-QTD          PIC 9(03)       VALUE ZEROES.
       77 WRK-LRE-IDX          PIC 9(03)       VALUE ZEROES.
       77 WRK-LRE-POS          PIC 9(03)       VALUE ZEROES.
       77 WRK-LRE-BUSCA        PIC X(01)       VALUE 'N'.
           88 LRE-ACHOU                        VALUE 'S'.
       01 WRK-TAB-LANC-REEMB.
           02 WRK-LRE-LINHA    OCCURS 100 TIMES.
               03 WRK-LRE-CONTA    PIC 9(04).
               03 WRK-LRE-CATEG    PIC X(04).
               03 WRK-LRE-CC       PIC X(04).
               03 WRK-LRE-VALOR    PIC 9(09)V99.

       77 WRK-EMP-TOT-BRUTO    PIC 9(09)V99    VALUE ZEROES.
       77 WRK-EMP-TOT-INSS     PIC 9(09)V99    VALUE ZEROES.
       77 WRK-EMP-TOT-IRRF     PIC 9(09)V99    VALUE ZEROES.
           PERFORM 0070-CARREGA-HORAS.
           PERFORM 0080-CARREGA-RECORRENTES.
           PERFORM 0090-CARREGA-SALHIST.
           PERFORM 0085-CARREGA-REEMBOLSOS.
           PERFORM 0087-CARREGA-BENEFICIOS.
           PERFORM 0060-VERIFICA-TRAILER.
           IF NOT ARQUIVO-CONFERE
               DISPLAY 'TRAILER DO PAYROLLTXN NAO CONFERE OU AUSENTE '
           PERFORM 0100-PROCESSA-TXN UNTIL TXN-ACABOU.

           PERFORM 0800-RESUMO-DEPARTAMENTOS.
           PERFORM 0850-LANCA-REEMBOLSOS.

           CLOSE PAYROLL-TXN-FILE.
           CLOSE PAYROLL-REPORT-FILE.
               IF WRK-REC-CPF(WRK-REC-IDX) = WRK-CPF
                   AND WRK-REC-USADO(WRK-REC-IDX) = 'N'
                   MOVE 'S' TO WRK-REC-USADO(WRK-REC-IDX)
                   IF BENEFICIO-NA-FOLHA
                       AND (WRK-REC-CODIGO(WRK-REC-IDX)(1:2) = 'VT'
                            OR WRK-REC-CODIGO(WRK-REC-IDX)(1:2) = 'VR')
                       CONTINUE
                   ELSE
                       PERFORM 0190-APLICA-UM-ITEM
                   END-IF
               END-IF
           END-PERFORM.

       0190-EXIT.
           EXIT.

      ******************************************************************
      * 0085-CARREGA-REEMBOLSOS - LE AS CATEGORIAS (EXPCATEG) E O
      * EXPCLAIMS INTEIRO PARA AS TABELAS EM MEMORIA. SEM O ARQUIVO,
      * A FOLHA SAI SEM REEMBOLSOS, COMO ANTES. EXPCLAIMS MAIOR QUE A
      * TABELA LIGA O WRK-EXP-ESTOURO E A FOLHA SAI SEM REEMBOLSOS.
      ******************************************************************
       0085-CARREGA-REEMBOLSOS SECTION.
           OPEN INPUT EXPENSE-CATEG-FILE.
           IF WRK-CAT-STATUS = '00'
               PERFORM UNTIL CAT-ACABOU
                   READ EXPENSE-CATEG-FILE
                       AT END
                           MOVE 'S' TO WRK-CAT-EOF
                       NOT AT END
                           IF WRK-CAT-QTD < 50
                               ADD 1 TO WRK-CAT-QTD
                               MOVE EC-CODIGO
                                   TO WRK-CAT-CODIGO(WRK-CAT-QTD)
                               MOVE EC-DESCRICAO
                                   TO WRK-CAT-DESC(WRK-CAT-QTD)
                               MOVE EC-CONTA
                                   TO WRK-CAT-CONTA(WRK-CAT-QTD)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXPENSE-CATEG-FILE
           END-IF.

           OPEN INPUT EXPENSE-CLAIMS-FILE.
           IF WRK-EXP-STATUS NOT = '00'
               GO TO 0085-EXIT
           END-IF.

           PERFORM UNTIL EXP-ACABOU
               READ EXPENSE-CLAIMS-FILE
                   AT END
                       MOVE 'S' TO WRK-EXP-EOF
                   NOT AT END
                       IF WRK-EXP-QTD < 2000
                           ADD 1 TO WRK-EXP-QTD
                           MOVE EX-REGISTRO
                               TO WRK-EXP-REG(WRK-EXP-QTD)
                       ELSE
                           MOVE 'S' TO WRK-EXP-ESTOURO
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE EXPENSE-CLAIMS-FILE.
           IF REEMBOLSO-ESTOURADO
               DISPLAY 'EXPCLAIMS COM MAIS DE 2000 PEDIDOS - '
                       'REEMBOLSOS NAO SERAO PAGOS NESTA RODADA'
           END-IF.
       0085-EXIT.
           EXIT.

      ******************************************************************
      * 0087-CARREGA-BENEFICIOS - LE AS LINHAS DA COMPETENCIA DO
      * BENDEDUCT PARA A TABELA EM MEMORIA. SEM O ARQUIVO, A FOLHA
      * SAI SEM DESCONTO DE BENEFICIOS, COMO ANTES.
      ******************************************************************
       0087-CARREGA-BENEFICIOS SECTION.
           OPEN INPUT BEN-DEDUCT-FILE.
           IF WRK-BEN-STATUS NOT = '00'
               GO TO 0087-EXIT
           END-IF.

           PERFORM UNTIL BEN-ACABOU
               READ BEN-DEDUCT-FILE
                   AT END
                       MOVE 'S' TO WRK-BEN-EOF
                   NOT AT END
                       IF BD-COMPETENCIA = WRK-COMPETENCIA
                           AND WRK-BEN-QTD < 2000
                           ADD 1 TO WRK-BEN-QTD
                           MOVE BD-CPF
                               TO WRK-BEN-CPF(WRK-BEN-QTD)
                           MOVE BD-DESC-VT
                               TO WRK-BEN-DESC-VT(WRK-BEN-QTD)
                           MOVE BD-DESC-VR
                               TO WRK-BEN-DESC-VR(WRK-BEN-QTD)
                           MOVE 'N'
                               TO WRK-BEN-USADO(WRK-BEN-QTD)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE BEN-DEDUCT-FILE.
       0087-EXIT.
           EXIT.

      ******************************************************************
      * 0177-APLICA-BENEFICIOS - PARTE DO FUNCIONARIO NO VT E NO VR DA
      * LINHA DO CPF NO BENDEDUCT, SO NA LINHA DO SALARIO BASE E UMA
      * VEZ SO NA RODADA. BENEFICIO-NA-FOLHA VALE PARA O CPF COM LINHA
      * NO BENDEDUCT, JA DESCONTADA OU NAO.
      ******************************************************************
       0177-APLICA-BENEFICIOS SECTION.
           MOVE 0 TO WRK-BEN-VT.
           MOVE 0 TO WRK-BEN-VR.
           MOVE 'N' TO WRK-TEM-BENEFICIO.

           PERFORM VARYING WRK-BEN-IDX FROM 1 BY 1
                   UNTIL WRK-BEN-IDX > WRK-BEN-QTD
               IF WRK-BEN-CPF(WRK-BEN-IDX) = WRK-CPF
                   MOVE 'S' TO WRK-TEM-BENEFICIO
                   IF WRK-E-LINHA-BASE = 'S'
                       AND WRK-BEN-USADO(WRK-BEN-IDX) = 'N'
                       MOVE 'S' TO WRK-BEN-USADO(WRK-BEN-IDX)
                       ADD WRK-BEN-DESC-VT(WRK-BEN-IDX) TO WRK-BEN-VT
                       ADD WRK-BEN-DESC-VR(WRK-BEN-IDX) TO WRK-BEN-VR
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * 0195-APLICA-REEMBOLSOS - SOMA EM WRK-REEMB OS PEDIDOS APROVADOS
      * DO CPF, MARCA CADA UM COMO PAGO NA COMPETENCIA E ACUMULA O
      * VALOR POR CONTA DA CATEGORIA E CENTRO DE CUSTO PARA O
      * LANCAMENTO NO RAZAO. O PEDIDO PAGO NAO VOLTA NA LINHA SEGUINTE
      * DO MESMO CPF NEM NA PROXIMA RODADA.
      ******************************************************************
       0195-APLICA-REEMBOLSOS SECTION.
           MOVE 0 TO WRK-REEMB.
           IF REEMBOLSO-ESTOURADO
               GO TO 0195-EXIT
           END-IF.

           PERFORM VARYING WRK-EXP-IDX FROM 1 BY 1
                   UNTIL WRK-EXP-IDX > WRK-EXP-QTD
               MOVE WRK-EXP-REG(WRK-EXP-IDX) TO EX-REGISTRO
               IF EX-CPF = WRK-CPF
                   AND REEMB-APROVADO
                   ADD EX-VALOR TO WRK-REEMB
                   ADD EX-VALOR TO WRK-TOT-REEMB
                   ADD 1 TO WRK-EXP-PAGOS
                   MOVE 'G' TO EX-SITUACAO
                   MOVE WRK-COMPETENCIA TO EX-COMP-PAGTO
                   MOVE EX-REGISTRO TO WRK-EXP-REG(WRK-EXP-IDX)
                   PERFORM 0197-ACUMULA-LANC-REEMB
               END-IF
           END-PERFORM.
       0195-EXIT.
           EXIT.

      ******************************************************************
      * 0197-ACUMULA-LANC-REEMB - CONTA DE DESPESA DA CATEGORIA DO
      * PEDIDO (CATEGORIA QUE SAIU DO EXPCATEG CAI EM 3001 DESPESAS
      * OPERACIONAIS) E SOMA NA LINHA CONTA + CENTRO DE CUSTO.
      ******************************************************************
       0197-ACUMULA-LANC-REEMB SECTION.
           MOVE 3001 TO WRK-LRE-CONTA-ATUAL.
           PERFORM VARYING WRK-CAT-IDX FROM 1 BY 1
                   UNTIL WRK-CAT-IDX > WRK-CAT-QTD
               IF WRK-CAT-CODIGO(WRK-CAT-IDX) = EX-CATEGORIA
                   MOVE WRK-CAT-CONTA(WRK-CAT-IDX)
                       TO WRK-LRE-CONTA-ATUAL
               END-IF
           END-PERFORM.

           MOVE 'N' TO WRK-LRE-BUSCA.
           PERFORM VARYING WRK-LRE-IDX FROM 1 BY 1
                   UNTIL WRK-LRE-IDX > WRK-LRE-QTD
                       OR LRE-ACHOU
               IF WRK-LRE-CONTA(WRK-LRE-IDX) = WRK-LRE-CONTA-ATUAL
                   AND WRK-LRE-CATEG(WRK-LRE-IDX) = EX-CATEGORIA
                   AND WRK-LRE-CC(WRK-LRE-IDX) = EX-CCUSTO
                   MOVE 'S' TO WRK-LRE-BUSCA
                   MOVE WRK-LRE-IDX TO WRK-LRE-POS
               END-IF
           END-PERFORM.

           IF NOT LRE-ACHOU
               IF WRK-LRE-QTD >= 100
                   MOVE 100 TO WRK-LRE-POS
               ELSE
                   ADD 1 TO WRK-LRE-QTD
                   MOVE WRK-LRE-QTD TO WRK-LRE-POS
                   MOVE WRK-LRE-CONTA-ATUAL
                       TO WRK-LRE-CONTA(WRK-LRE-POS)
                   MOVE EX-CATEGORIA TO WRK-LRE-CATEG(WRK-LRE-POS)
                   MOVE EX-CCUSTO TO WRK-LRE-CC(WRK-LRE-POS)
                   MOVE ZEROES TO WRK-LRE-VALOR(WRK-LRE-POS)
               END-IF
           END-IF.
           ADD EX-VALOR TO WRK-LRE-VALOR(WRK-LRE-POS).

      ******************************************************************
      * 0090-CARREGA-SALHIST - LE O HISTORICO SALARIAL PARA A TABELA
      * EM MEMORIA. SEM O ARQUIVO, VALE O SALARIO DA TRANSACAO COMO
       0170-EXIT.
           EXIT.

      ******************************************************************
      * 0175-APURA-AUSENCIAS - NA LINHA DE SALARIO BASE, CONTA AS
      * AUSENCIAS DO CPF NA COMPETENCIA E VALORIZA O DESCONTO: FALTAS
      * INJUSTIFICADAS MAIS UM DSR POR SEMANA COM FALTA, E OS DIAS
      * CORRIDOS DE AFASTAMENTO PELO INSS (MES INTEIRO AFASTADO = 30
      * DIAS). O DESCONTO NUNCA PASSA DO SALARIO.
      ******************************************************************
       0175-APURA-AUSENCIAS SECTION.
           MOVE 0 TO WRK-DIAS-FALTA.
           MOVE 0 TO WRK-DIAS-AFAST.
           MOVE 0 TO WRK-VLR-FALTAS.
           MOVE 0 TO WRK-VLR-AFAST.

           IF WRK-E-LINHA-BASE = 'N'
               GO TO 0175-EXIT
           END-IF.

           COMPUTE WRK-INI-COMP =
               (WRK-COMP-ANO * 10000) + (WRK-COMP-MES * 100) + 1.
           MOVE 'V'          TO DU-FUNCAO.
           MOVE WRK-INI-COMP TO DU-DATA.
           CALL 'DATEUTIL' USING DU-PARM.
           COMPUTE WRK-ULT-DIA-COMP =
               WRK-INI-COMP - 1 + DU-ULT-DIA.

           MOVE 'C'              TO AX-FUNCAO.
           MOVE WRK-CPF          TO AX-CPF.
           MOVE WRK-INI-COMP     TO AX-DATA-INI.
           MOVE WRK-ULT-DIA-COMP TO AX-DATA-FIM.
           CALL 'ABSUTIL' USING AX-PARM.
           IF AX-RETORNO NOT = 'S'
               GO TO 0175-EXIT
           END-IF.

           COMPUTE WRK-DIAS-FALTA = AX-FALTAS + AX-DSR.
           MOVE AX-INSS-CORRIDOS TO WRK-DIAS-AFAST.
           IF WRK-DIAS-AFAST >= DU-ULT-DIA
               MOVE 30 TO WRK-DIAS-AFAST
           END-IF.
           IF WRK-DIAS-FALTA = 0 AND WRK-DIAS-AFAST = 0
               GO TO 0175-EXIT
           END-IF.

           COMPUTE WRK-VLR-DIA ROUNDED = WRK-SALARY / 30.
           COMPUTE WRK-VLR-AFAST = WRK-VLR-DIA * WRK-DIAS-AFAST
               ON SIZE ERROR
                   MOVE WRK-SALARY TO WRK-VLR-AFAST
           END-COMPUTE.
           IF WRK-VLR-AFAST > WRK-SALARY
               MOVE WRK-SALARY TO WRK-VLR-AFAST
           END-IF.
           COMPUTE WRK-VLR-FALTAS = WRK-VLR-DIA * WRK-DIAS-FALTA
               ON SIZE ERROR
                   MOVE WRK-SALARY TO WRK-VLR-FALTAS
           END-COMPUTE.
           IF WRK-VLR-FALTAS > (WRK-SALARY - WRK-VLR-AFAST)
               COMPUTE WRK-VLR-FALTAS = WRK-SALARY - WRK-VLR-AFAST
           END-IF.
       0175-EXIT.
           EXIT.

      ******************************************************************
      * 0100-PROCESSA-TXN - LE UM FUNCIONARIO DE PAYROLLTXN E, SE
      * PRESENTE, MANDA CALCULAR OS DESCONTOS E GRAVAR O LANCAMENTO.
                       END-IF
                       PERFORM 0160-SALARIO-EFETIVO
                       PERFORM 0170-VALORIZA-HORAS
                       PERFORM 0175-APURA-AUSENCIAS
                       PERFORM 0177-APLICA-BENEFICIOS
                       PERFORM 0180-APLICA-RECORRENTES
                       PERFORM 0195-APLICA-REEMBOLSOS
                       PERFORM 0200-CALCULA-DESCONTOS
                       PERFORM 0300-GRAVA-MASTER
                       PERFORM 0400-GRAVA-CADASTRO
       0200-CALCULA-DESCONTOS SECTION.
           COMPUTE WRK-BRUTO =
               WRK-SALARY + WRK-VLR-EXTRA50 +
               WRK-VLR-EXTRA100 + WRK-VLR-NOTURNO + WRK-REC-PROV
               - WRK-VLR-FALTAS - WRK-VLR-AFAST.

           IF NOT TABELA-CARREGADA
               COMPUTE WRK-INSS = WRK-BRUTO * 0,11
           MOVE WRK-IRRF TO WRK-IRRF-ED.

           COMPUTE WRK-LIQUIDO =
               WRK-BRUTO - WRK-INSS - WRK-IRRF - WRK-REC-DESCTO
               - WRK-BEN-VT - WRK-BEN-VR + WRK-REEMB.
           MOVE WRK-LIQUIDO TO WRK-LIQUIDO-ED.

           COMPUTE WRK-FGTS ROUNDED = WRK-BRUTO * 0,08
                       WRK-VLR-EXTRA50 + WRK-VLR-EXTRA100
                   MOVE WRK-VLR-NOTURNO TO PM-ADIC-NOTURNO
                   MOVE WRK-FGTS TO PM-FGTS
                   MOVE WRK-REEMB TO PM-REEMBOLSO
                   WRITE PM-REGISTRO
               NOT INVALID KEY
                   ADD WRK-BRUTO   TO PM-SALARY
                       MOVE ZEROES TO PM-FGTS
                   END-IF
                   ADD WRK-FGTS TO PM-FGTS
                   IF PM-REEMBOLSO NOT NUMERIC
                       MOVE ZEROES TO PM-REEMBOLSO
                   END-IF
                   ADD WRK-REEMB TO PM-REEMBOLSO
                   REWRITE PM-REGISTRO
           END-READ.

               WRITE PS-LINHA
           END-PERFORM.

           IF WRK-REEMB > 0
               MOVE WRK-REEMB TO WRK-CURR-ED-06
               MOVE SPACES TO PS-LINHA
               STRING 'PROVENTO  REEMB. DESPESAS ' WRK-CURR-ED-06
                   DELIMITED BY SIZE INTO PS-LINHA
               END-STRING
               WRITE PS-LINHA
           END-IF.

           IF WRK-VLR-FALTAS > 0
               MOVE WRK-VLR-FALTAS TO WRK-CURR-ED-06
               MOVE SPACES TO PS-LINHA
               STRING 'DESCONTO  FALTAS+DSR ' WRK-DIAS-FALTA 'D '
                      WRK-CURR-ED-06
                   DELIMITED BY SIZE INTO PS-LINHA
               END-STRING
               WRITE PS-LINHA
           END-IF.

           IF WRK-VLR-AFAST > 0
               MOVE WRK-VLR-AFAST TO WRK-CURR-ED-06
               MOVE SPACES TO PS-LINHA
               STRING 'DESCONTO  AFAST.INSS ' WRK-DIAS-AFAST 'D '
                      WRK-CURR-ED-06
                   DELIMITED BY SIZE INTO PS-LINHA
               END-STRING
               WRITE PS-LINHA
           END-IF.

           IF WRK-BEN-VT > 0
               MOVE WRK-BEN-VT TO WRK-CURR-ED-06
               MOVE SPACES TO PS-LINHA
               STRING 'DESCONTO  VALE-TRANSPORTE ' WRK-CURR-ED-06
                   DELIMITED BY SIZE INTO PS-LINHA
               END-STRING
               WRITE PS-LINHA
           END-IF.

           IF WRK-BEN-VR > 0
               MOVE WRK-BEN-VR TO WRK-CURR-ED-06
               MOVE SPACES TO PS-LINHA
               STRING 'DESCONTO  VALE-REFEICAO   ' WRK-CURR-ED-06
                   DELIMITED BY SIZE INTO PS-LINHA
               END-STRING
               WRITE PS-LINHA
           END-IF.

           MOVE WRK-INSS TO WRK-CURR-ED-06.
           MOVE SPACES TO PS-LINHA.
           STRING 'DESCONTO  INSS            ' WRK-CURR-ED-06
               END-PERFORM
           END-IF.

      ******************************************************************
      * 0850-LANCA-REEMBOLSOS - COM REEMBOLSO PAGO NA RODADA: LANCA NO
      * GLTRANSACTIONS, POR CATEGORIA E CENTRO DE CUSTO, D NA CONTA DE
      * DESPESA DA CATEGORIA / C 2101 SALARIOS A PAGAR (O CREDITO
      * BANCARIO DO PROGCOB099 BAIXA O 2101 PELO LIQUIDO, QUE JA TRAZ
      * O REEMBOLSO), FECHA O PAYROLLRPT COM O RESUMO E REGRAVA O
      * EXPCLAIMS COM OS PEDIDOS PAGOS. COM O EXPCLAIMS ESTOURADO, SO
      * REGISTRA NO PAYROLLRPT POR QUE NADA FOI PAGO.
      ******************************************************************
       0850-LANCA-REEMBOLSOS SECTION.
           IF REEMBOLSO-ESTOURADO
               MOVE SPACES TO RPT-LINHA
               WRITE RPT-LINHA FROM
                   '-------------------------------------'
               MOVE SPACES TO RPT-LINHA
               WRITE RPT-LINHA FROM
                   'EXPCLAIMS COM MAIS DE 2000 PEDIDOS - REEMBOLSOS'
               MOVE SPACES TO RPT-LINHA
               WRITE RPT-LINHA FROM
                   'NAO PAGOS NESTA RODADA (ARQUIVAR OS JA PAGOS)'
               GO TO 0850-EXIT
           END-IF.

           IF WRK-EXP-PAGOS = 0
               GO TO 0850-EXIT
           END-IF.

           OPEN EXTEND GL-TRANSACTION-FILE.
           IF WRK-GL-STATUS NOT = '00'
               OPEN OUTPUT GL-TRANSACTION-FILE
           END-IF.

           MOVE SPACES TO RPT-LINHA.
           WRITE RPT-LINHA FROM
               '-------------------------------------'.
           MOVE SPACES TO RPT-LINHA.
           WRITE RPT-LINHA FROM
               'REEMBOLSOS DE DESPESA PAGOS NA FOLHA'.

           PERFORM VARYING WRK-LRE-IDX FROM 1 BY 1
                   UNTIL WRK-LRE-IDX > WRK-LRE-QTD
               MOVE WRK-LRE-CONTA(WRK-LRE-IDX) TO GL-CONTA
               MOVE 'D' TO GL-TIPO
               MOVE WRK-LRE-VALOR(WRK-LRE-IDX) TO GL-VALOR
               MOVE WRK-HOJE TO GL-DATA
               MOVE 'PROGCOB004B' TO GL-OPERADOR
               MOVE WRK-LRE-CC(WRK-LRE-IDX) TO GL-CCUSTO
               WRITE GL-REGISTRO
               MOVE 2101 TO GL-CONTA
               MOVE 'C' TO GL-TIPO
               WRITE GL-REGISTRO
               MOVE WRK-LRE-VALOR(WRK-LRE-IDX) TO WRK-CURR-ED-09
               MOVE SPACES TO RPT-LINHA
               STRING WRK-LRE-CATEG(WRK-LRE-IDX)
                      ' CONTA ' WRK-LRE-CONTA(WRK-LRE-IDX)
                      ' CC ' WRK-LRE-CC(WRK-LRE-IDX)
                      ' ' WRK-CURR-ED-09
                   DELIMITED BY SIZE INTO RPT-LINHA
               END-STRING
               WRITE RPT-LINHA
           END-PERFORM.

           CLOSE GL-TRANSACTION-FILE.

           MOVE WRK-TOT-REEMB TO WRK-CURR-ED-09.
           MOVE SPACES TO RPT-LINHA.
           STRING 'PEDIDOS PAGOS ' WRK-EXP-PAGOS
                  ' TOTAL ' WRK-CURR-ED-09
               DELIMITED BY SIZE INTO RPT-LINHA
           END-STRING.
           WRITE RPT-LINHA.

           OPEN OUTPUT EXPENSE-CLAIMS-FILE.
           PERFORM VARYING WRK-EXP-IDX FROM 1 BY 1
                   UNTIL WRK-EXP-IDX > WRK-EXP-QTD
               MOVE WRK-EXP-REG(WRK-EXP-IDX) TO EX-REGISTRO
               WRITE EX-REGISTRO
           END-PERFORM.
           CLOSE EXPENSE-CLAIMS-FILE.

           DISPLAY 'REEMBOLSOS PAGOS NA FOLHA: ' WRK-EXP-PAGOS.
       0850-EXIT.
           EXIT.

       END PROGRAM PROGCOB004B.
