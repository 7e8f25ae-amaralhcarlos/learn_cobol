       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB163.
      ******************************************************************
      *AUTHOR: CARLOS AMARAL
      *DATE: 15/10/2026
      *PURPOSE: INFORME DE RENDIMENTOS ANUAL (COMPROVANTE DE
      *         RENDIMENTOS PAGOS E DE IMPOSTO SOBRE A RENDA RETIDO NA
      *         FONTE) DE CADA FUNCIONARIO, PARA A DECLARACAO DE
      *         AJUSTE. PARA O ANO-CALENDARIO INFORMADO, LE AS DOZE
      *         COMPETENCIAS DO PAYROLLMASTER (PROGCOB004B), A
      *         COMPETENCIA AAAA13 DO 13O SALARIO (PROGCOB103) E AS
      *         FERIAS PAGAS NO ANO NO VACSCHED (PROGCOB098), E SOMA:
      *         RENDIMENTOS TRIBUTAVEIS (FOLHA MAIS FERIAS), INSS E
      *         IRRF RETIDOS, DEDUCAO DE DEPENDENTES (DEPENDENTES DO
      *         CADASTRO X PARCELA DA TAXTABLE EM VIGOR NO MES),
      *         RENDIMENTOS ISENTOS (REEMBOLSOS DE DESPESA) E, EM
      *         QUADRO PROPRIO, O 13O DE TRIBUTACAO EXCLUSIVA. GRAVA UM
      *         INFORME POR FUNCIONARIO NO MODELO DA RECEITA
      *         (INCOMESTMT) E A LISTA DE EXCECOES (INCOMEEXC) COM OS
      *         CPFS QUE TEM COMPETENCIA SEM FOLHA DENTRO DO VINCULO NO
      *         ANO. RETURN-CODE 8 COM ANO INVALIDO OU SEM OS MESTRES;
      *         4 QUANDO HA EXCECAO.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO 'EMPLOYEEMASTER'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-CPF
               FILE STATUS IS WRK-EMP-STATUS.

           SELECT PAYROLL-MASTER-FILE ASSIGN TO 'PAYROLLMASTER'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-CHAVE
               FILE STATUS IS WRK-PAYROLL-STATUS.

           SELECT VAC-SCHED-FILE ASSIGN TO 'VACSCHED'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-VAC-STATUS.

           SELECT TAX-TABLE-FILE ASSIGN TO 'TAXTABLE'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-TAX-STATUS.

           SELECT STATEMENT-FILE ASSIGN TO 'INCOMESTMT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-STMT-STATUS.

           SELECT EXCEPTION-FILE ASSIGN TO 'INCOMEEXC'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-EXC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER-FILE.
           COPY 'EMPMASTER-REC.cob'.

       FD  PAYROLL-MASTER-FILE.
           COPY 'PAYMASTER-REC.cob'.

       FD  VAC-SCHED-FILE.
           COPY 'VACSCHED-REC.cob'.

       FD  TAX-TABLE-FILE.
       01  TT-REGISTRO.
           02  TT-VIGENCIA         PIC 9(06).
           02  TT-TIPO             PIC X(01).
           02  TT-FAIXA-ATE        PIC 9(07)V99.
           02  TT-ALIQUOTA         PIC 9(02)V99.
           02  TT-PARCELA          PIC 9(06)V99.

       FD  STATEMENT-FILE.
       01  IR-LINHA                PIC X(80).

       FD  EXCEPTION-FILE.
       01  EX-LINHA                PIC X(100).

       WORKING-STORAGE SECTION.
       COPY 'CURRENCY-BOOK.cob'.

       77  WRK-EMP-STATUS      PIC X(02)       VALUE SPACES.
       77  WRK-EMP-EOF         PIC X(01)       VALUE 'N'.
           88  EMP-ACABOU                      VALUE 'S'.
       77  WRK-PAYROLL-STATUS  PIC X(02)       VALUE SPACES.
       77  WRK-VAC-STATUS      PIC X(02)       VALUE SPACES.
       77  WRK-VAC-EOF         PIC X(01)       VALUE 'N'.
           88  VAC-ACABOU                      VALUE 'S'.
       77  WRK-TAX-STATUS      PIC X(02)       VALUE SPACES.
       77  WRK-TAX-EOF         PIC X(01)       VALUE 'N'.
           88  TAX-ACABOU                      VALUE 'S'.
       77  WRK-STMT-STATUS     PIC X(02)       VALUE SPACES.
       77  WRK-EXC-STATUS      PIC X(02)       VALUE SPACES.

       77  WRK-CNPJ-EMPRESA    PIC 9(14)       VALUE 12345678000199.

       01  WRK-HOJE.
           02  WRK-HOJE-ANO    PIC 9(04)       VALUE ZEROES.
           02  WRK-HOJE-MES    PIC 9(02)       VALUE ZEROES.
           02  WRK-HOJE-DIA    PIC 9(02)       VALUE ZEROES.
       77  WRK-ANO             PIC 9(04)       VALUE ZEROES.
       77  WRK-ULT-MES-ANO     PIC 9(02)       VALUE ZEROES.
       01  WRK-COMPETENCIA.
           02  WRK-COMP-ANO    PIC 9(04)       VALUE ZEROES.
           02  WRK-COMP-MES    PIC 9(02)       VALUE ZEROES.

      ******************************************************************
      * PARCELA DE DEDUCAO POR DEPENDENTE DE CADA VIGENCIA DA TAXTABLE
      * (LINHA TIPO 'D'), PARA VALER A DO MES DE CADA FOLHA.
      ******************************************************************
       77  WRK-DEP-QTD         PIC 9(02)       VALUE ZEROES.
       77  WRK-DEP-IDX         PIC 9(02)       VALUE ZEROES.
       01  WRK-TAB-DEDUCAO.
           02  WRK-DEP-LINHA   OCCURS 50 TIMES.
               03  WRK-DEP-VIGENCIA    PIC 9(06).
               03  WRK-DEP-PARCELA     PIC 9(06)V99.
       77  WRK-MELHOR-VIG      PIC 9(06)       VALUE ZEROES.
       77  WRK-PARCELA-MES     PIC 9(06)V99    VALUE ZEROES.

      ******************************************************************
      * FERIAS PAGAS NO ANO-CALENDARIO (VACSCHED, PELA DATA DO
      * PAGAMENTO - O RENDIMENTO E DO ANO EM QUE FOI PAGO).
      ******************************************************************
       77  WRK-FER-QTD         PIC 9(03)       VALUE ZEROES.
       77  WRK-FER-IDX         PIC 9(03)       VALUE ZEROES.
       01  WRK-TAB-FERIAS.
           02  WRK-FER-LINHA   OCCURS 500 TIMES.
               03  WRK-FER-CPF         PIC 9(11).
               03  WRK-FER-VALOR       PIC 9(07)V99.

      ******************************************************************
      * ACUMULADOS DO FUNCIONARIO EM PROCESSO.
      ******************************************************************
       77  WRK-MES             PIC 9(02)       VALUE ZEROES.
       77  WRK-MES-INI         PIC 9(02)       VALUE ZEROES.
       77  WRK-MES-FIM         PIC 9(02)       VALUE ZEROES.
       77  WRK-DEPENDENTES     PIC 9(02)       VALUE ZEROES.
       77  WRK-TRIBUTAVEL      PIC 9(08)V99    VALUE ZEROES.
       77  WRK-FERIAS          PIC 9(08)V99    VALUE ZEROES.
       77  WRK-INSS            PIC 9(08)V99    VALUE ZEROES.
       77  WRK-IRRF            PIC 9(08)V99    VALUE ZEROES.
       77  WRK-DEDUCAO-DEP     PIC 9(08)V99    VALUE ZEROES.
       77  WRK-ISENTOS         PIC 9(08)V99    VALUE ZEROES.
       77  WRK-13-BRUTO        PIC 9(08)V99    VALUE ZEROES.
       77  WRK-13-INSS         PIC 9(08)V99    VALUE ZEROES.
       77  WRK-13-IRRF         PIC 9(08)V99    VALUE ZEROES.
       77  WRK-13-LIQUIDO      PIC 9(08)V99    VALUE ZEROES.
       77  WRK-MESES-FOLHA     PIC 9(02)       VALUE ZEROES.
       77  WRK-QTD-FALTAS      PIC 9(02)       VALUE ZEROES.
       77  WRK-FALTAS          PIC X(36)       VALUE SPACES.
       77  WRK-FALTAS-POS      PIC 9(02)       VALUE ZEROES.

       77  WRK-QTDE-INFORMES   PIC 9(05)       VALUE ZEROES.
       77  WRK-QTDE-EXCECOES   PIC 9(05)       VALUE ZEROES.
       77  WRK-TOT-TRIBUTAVEL  PIC 9(10)V99    VALUE ZEROES.
       77  WRK-TOT-IRRF        PIC 9(10)V99    VALUE ZEROES.

       PROCEDURE DIVISION.

           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.

           DISPLAY 'ANO-CALENDARIO DO INFORME (AAAA): '.
           ACCEPT WRK-ANO.

           IF WRK-ANO NOT NUMERIC
               OR WRK-ANO < 2000
               OR WRK-ANO > WRK-HOJE-ANO
               DISPLAY 'ANO-CALENDARIO INVALIDO: ' WRK-ANO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      ******************************************************************
      * NO ANO CORRENTE SO AS COMPETENCIAS JA FECHADAS (ATE O MES
      * ANTERIOR) SAO COBRADAS NA LISTA DE EXCECOES.
      ******************************************************************
           IF WRK-ANO < WRK-HOJE-ANO
               MOVE 12 TO WRK-ULT-MES-ANO
           ELSE
               COMPUTE WRK-ULT-MES-ANO = WRK-HOJE-MES - 1
           END-IF.

           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WRK-EMP-STATUS NOT = '00'
               DISPLAY 'EMPLOYEEMASTER NAO ENCONTRADO - INFORMES NAO '
                       'GERADOS'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT PAYROLL-MASTER-FILE.
           IF WRK-PAYROLL-STATUS NOT = '00'
               DISPLAY 'PAYROLLMASTER NAO ENCONTRADO - INFORMES NAO '
                       'GERADOS'
               CLOSE EMPLOYEE-MASTER-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 0100-CARREGA-DEDUCAO.
           PERFORM 0150-CARREGA-FERIAS.

           OPEN OUTPUT STATEMENT-FILE.
           OPEN OUTPUT EXCEPTION-FILE.
           MOVE SPACES TO EX-LINHA.
           STRING 'INFORME DE RENDIMENTOS ' WRK-ANO
                  ' - CPFS COM COMPETENCIA SEM FOLHA NO ANO'
               DELIMITED BY SIZE INTO EX-LINHA
           END-STRING.
           WRITE EX-LINHA.
           MOVE SPACES TO EX-LINHA.
           STRING 'CPF         NOME                                    '
                  ' COMPETENCIAS SEM FOLHA (MM)'
               DELIMITED BY SIZE INTO EX-LINHA
           END-STRING.
           WRITE EX-LINHA.

           PERFORM UNTIL EMP-ACABOU
               READ EMPLOYEE-MASTER-FILE NEXT
                   AT END
                       MOVE 'S' TO WRK-EMP-EOF
                   NOT AT END
                       PERFORM 0200-APURA-FUNCIONARIO
               END-READ
           END-PERFORM.

           MOVE SPACES TO EX-LINHA.
           STRING 'TOTAL DE CPFS COM EXCECAO: ' WRK-QTDE-EXCECOES
               DELIMITED BY SIZE INTO EX-LINHA
           END-STRING.
           WRITE EX-LINHA.

           CLOSE STATEMENT-FILE.
           CLOSE EXCEPTION-FILE.
           CLOSE PAYROLL-MASTER-FILE.
           CLOSE EMPLOYEE-MASTER-FILE.

           DISPLAY 'INFORMES GERADOS: ' WRK-QTDE-INFORMES.
           DISPLAY 'CPFS COM EXCECAO: ' WRK-QTDE-EXCECOES.
           MOVE WRK-TOT-TRIBUTAVEL TO WRK-CURR-ED-09.
           DISPLAY 'RENDIMENTOS TRIBUTAVEIS: ' WRK-CURR-ED-09.
           MOVE WRK-TOT-IRRF TO WRK-CURR-ED-09.
           DISPLAY 'IRRF RETIDO: ' WRK-CURR-ED-09.

           IF WRK-QTDE-EXCECOES > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

      ******************************************************************
      * 0100-CARREGA-DEDUCAO - PARCELAS POR DEPENDENTE (TIPO 'D') DE
      * TODAS AS VIGENCIAS DA TAXTABLE. SEM A TABELA, A DEDUCAO SAI
      * ZERADA NO INFORME.
      ******************************************************************
       0100-CARREGA-DEDUCAO SECTION.
           OPEN INPUT TAX-TABLE-FILE.
           IF WRK-TAX-STATUS NOT = '00'
               DISPLAY 'TAXTABLE NAO ENCONTRADA - DEDUCAO DE '
                       'DEPENDENTES NAO INFORMADA'
               GO TO 0100-EXIT
           END-IF.

           PERFORM UNTIL TAX-ACABOU
               READ TAX-TABLE-FILE
                   AT END
                       MOVE 'S' TO WRK-TAX-EOF
                   NOT AT END
                       IF TT-TIPO = 'D' AND WRK-DEP-QTD < 50
                           ADD 1 TO WRK-DEP-QTD
                           MOVE TT-VIGENCIA
                               TO WRK-DEP-VIGENCIA(WRK-DEP-QTD)
                           MOVE TT-PARCELA
                               TO WRK-DEP-PARCELA(WRK-DEP-QTD)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE TAX-TABLE-FILE.
       0100-EXIT.
           EXIT.

      ******************************************************************
      * 0150-CARREGA-FERIAS - PERIODOS DO VACSCHED PAGOS NO ANO.
      ******************************************************************
       0150-CARREGA-FERIAS SECTION.
           OPEN INPUT VAC-SCHED-FILE.
           IF WRK-VAC-STATUS NOT = '00'
               GO TO 0150-EXIT
           END-IF.

           PERFORM UNTIL VAC-ACABOU
               READ VAC-SCHED-FILE
                   AT END
                       MOVE 'S' TO WRK-VAC-EOF
                   NOT AT END
                       IF FERIAS-PAGAS
                           AND VS-DATA-PAGTO(1:4) = WRK-ANO
                           AND WRK-FER-QTD < 500
                           ADD 1 TO WRK-FER-QTD
                           MOVE VS-CPF
                               TO WRK-FER-CPF(WRK-FER-QTD)
                           MOVE VS-VALOR-PAGO
                               TO WRK-FER-VALOR(WRK-FER-QTD)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE VAC-SCHED-FILE.
       0150-EXIT.
           EXIT.

      ******************************************************************
      * 0200-APURA-FUNCIONARIO - SOMA O ANO DO CPF, IMPRIME O INFORME
      * (SO DE QUEM TEVE RENDIMENTO NO ANO) E CONFERE AS COMPETENCIAS
      * SEM FOLHA.
      ******************************************************************
       0200-APURA-FUNCIONARIO SECTION.
           MOVE 0 TO WRK-TRIBUTAVEL.
           MOVE 0 TO WRK-FERIAS.
           MOVE 0 TO WRK-INSS.
           MOVE 0 TO WRK-IRRF.
           MOVE 0 TO WRK-DEDUCAO-DEP.
           MOVE 0 TO WRK-ISENTOS.
           MOVE 0 TO WRK-13-BRUTO.
           MOVE 0 TO WRK-13-INSS.
           MOVE 0 TO WRK-13-IRRF.
           MOVE 0 TO WRK-13-LIQUIDO.
           MOVE 0 TO WRK-MESES-FOLHA.
           MOVE 0 TO WRK-DEPENDENTES.
           IF EM-DEPENDENTES NUMERIC
               MOVE EM-DEPENDENTES TO WRK-DEPENDENTES
           END-IF.

           PERFORM 0300-LIMITES-VINCULO.

           MOVE 0 TO WRK-QTD-FALTAS.
           MOVE SPACES TO WRK-FALTAS.
           MOVE 1 TO WRK-FALTAS-POS.
           PERFORM VARYING WRK-MES FROM 1 BY 1 UNTIL WRK-MES > 12
               PERFORM 0400-LE-COMPETENCIA
           END-PERFORM.

           PERFORM 0450-LE-13O.

           PERFORM VARYING WRK-FER-IDX FROM 1 BY 1
                   UNTIL WRK-FER-IDX > WRK-FER-QTD
               IF WRK-FER-CPF(WRK-FER-IDX) = EM-CPF
                   ADD WRK-FER-VALOR(WRK-FER-IDX) TO WRK-FERIAS
               END-IF
           END-PERFORM.
           ADD WRK-FERIAS TO WRK-TRIBUTAVEL.

           IF WRK-QTD-FALTAS > 0
               PERFORM 0500-GRAVA-EXCECAO
           END-IF.

           IF WRK-TRIBUTAVEL > 0
               OR WRK-13-BRUTO > 0
               OR WRK-ISENTOS > 0
               PERFORM 0600-IMPRIME-INFORME
               ADD 1 TO WRK-QTDE-INFORMES
               ADD WRK-TRIBUTAVEL TO WRK-TOT-TRIBUTAVEL
               ADD WRK-IRRF       TO WRK-TOT-IRRF
               ADD WRK-13-IRRF    TO WRK-TOT-IRRF
           END-IF.

      ******************************************************************
      * 0300-LIMITES-VINCULO - MESES DO ANO EM QUE O CPF DEVIA TER
      * FOLHA: DA ADMISSAO (OU JANEIRO) ATE O DESLIGAMENTO (OU O ULTIMO
      * MES FECHADO DO ANO). FORA DO VINCULO, WRK-MES-INI FICA MAIOR
      * QUE WRK-MES-FIM E NADA E COBRADO.
      ******************************************************************
       0300-LIMITES-VINCULO SECTION.
           MOVE 1 TO WRK-MES-INI.
           MOVE WRK-ULT-MES-ANO TO WRK-MES-FIM.

           IF EM-DATA-ADMISSAO NUMERIC
               IF EM-DATA-ADMISSAO(1:4) > WRK-ANO
                   MOVE 0 TO WRK-MES-FIM
               END-IF
               IF EM-DATA-ADMISSAO(1:4) = WRK-ANO
                   MOVE EM-DATA-ADMISSAO(5:2) TO WRK-MES-INI
               END-IF
           END-IF.

           IF FUNCIONARIO-DESLIGADO
               AND EM-DATA-DESLIG NUMERIC
               IF EM-DATA-DESLIG(1:4) < WRK-ANO
                   MOVE 0 TO WRK-MES-FIM
               END-IF
               IF EM-DATA-DESLIG(1:4) = WRK-ANO
                   AND EM-DATA-DESLIG(5:2) < WRK-MES-FIM
                   MOVE EM-DATA-DESLIG(5:2) TO WRK-MES-FIM
               END-IF
           END-IF.

      ******************************************************************
      * 0400-LE-COMPETENCIA - FOLHA DO CPF NA COMPETENCIA AAAAMM:
      * SOMA OS VALORES E A DEDUCAO DE DEPENDENTES DO MES; SEM FOLHA
      * DENTRO DO VINCULO, ANOTA O MES NA LISTA DE FALTANTES.
      ******************************************************************
       0400-LE-COMPETENCIA SECTION.
           MOVE WRK-ANO TO WRK-COMP-ANO.
           MOVE WRK-MES TO WRK-COMP-MES.
           MOVE EM-CPF  TO PM-CPF.
           MOVE WRK-COMPETENCIA TO PM-COMPETENCIA.

           READ PAYROLL-MASTER-FILE
               INVALID KEY
                   IF WRK-MES >= WRK-MES-INI
                       AND WRK-MES <= WRK-MES-FIM
                       ADD 1 TO WRK-QTD-FALTAS
                       STRING WRK-MES ' '
                           DELIMITED BY SIZE INTO WRK-FALTAS
                           WITH POINTER WRK-FALTAS-POS
                       END-STRING
                   END-IF
                   GO TO 0400-EXIT
           END-READ.

           ADD 1 TO WRK-MESES-FOLHA.
           ADD PM-SALARY TO WRK-TRIBUTAVEL.
           ADD PM-INSS   TO WRK-INSS.
           ADD PM-IRRF   TO WRK-IRRF.
           IF PM-REEMBOLSO NUMERIC
               ADD PM-REEMBOLSO TO WRK-ISENTOS
           END-IF.

           PERFORM 0420-PARCELA-DO-MES.
           COMPUTE WRK-DEDUCAO-DEP = WRK-DEDUCAO-DEP
               + (WRK-DEPENDENTES * WRK-PARCELA-MES).
       0400-EXIT.
           EXIT.

      ******************************************************************
      * 0420-PARCELA-DO-MES - PARCELA POR DEPENDENTE DA VIGENCIA MAIS
      * RECENTE QUE JA VALIA NA COMPETENCIA (MESMA REGRA DA FOLHA).
      ******************************************************************
       0420-PARCELA-DO-MES SECTION.
           MOVE 0 TO WRK-MELHOR-VIG.
           MOVE 0 TO WRK-PARCELA-MES.
           PERFORM VARYING WRK-DEP-IDX FROM 1 BY 1
                   UNTIL WRK-DEP-IDX > WRK-DEP-QTD
               IF WRK-DEP-VIGENCIA(WRK-DEP-IDX) <= WRK-COMPETENCIA
                   AND WRK-DEP-VIGENCIA(WRK-DEP-IDX) >= WRK-MELHOR-VIG
                   MOVE WRK-DEP-VIGENCIA(WRK-DEP-IDX)
                       TO WRK-MELHOR-VIG
                   MOVE WRK-DEP-PARCELA(WRK-DEP-IDX)
                       TO WRK-PARCELA-MES
               END-IF
           END-PERFORM.

      ******************************************************************
      * 0450-LE-13O - COMPETENCIA AAAA13 DO PROGCOB103 (AS DUAS
      * PARCELAS NO MESMO REGISTRO). O 13O E DE TRIBUTACAO EXCLUSIVA:
      * SAI NO QUADRO 5 PELO VALOR LIQUIDO DO INSS, COM O IRRF PROPRIO.
      ******************************************************************
       0450-LE-13O SECTION.
           MOVE EM-CPF TO PM-CPF.
           MOVE WRK-ANO TO PM-COMPETENCIA(1:4).
           MOVE 13 TO PM-COMPETENCIA(5:2).

           READ PAYROLL-MASTER-FILE
               INVALID KEY
                   GO TO 0450-EXIT
           END-READ.

           MOVE PM-SALARY TO WRK-13-BRUTO.
           MOVE PM-INSS   TO WRK-13-INSS.
           MOVE PM-IRRF   TO WRK-13-IRRF.
           IF WRK-13-INSS < WRK-13-BRUTO
               COMPUTE WRK-13-LIQUIDO = WRK-13-BRUTO - WRK-13-INSS
           END-IF.
       0450-EXIT.
           EXIT.

      ******************************************************************
      * 0500-GRAVA-EXCECAO - CPF COM COMPETENCIA SEM FOLHA DENTRO DO
      * VINCULO NO ANO.
      ******************************************************************
       0500-GRAVA-EXCECAO SECTION.
           ADD 1 TO WRK-QTDE-EXCECOES.
           MOVE SPACES TO EX-LINHA.
           STRING EM-CPF ' ' EM-NOME ' ' WRK-FALTAS
               DELIMITED BY SIZE INTO EX-LINHA
           END-STRING.
           WRITE EX-LINHA.

      ******************************************************************
      * 0600-IMPRIME-INFORME - UM INFORME NO MODELO DA RECEITA: FONTE
      * PAGADORA, BENEFICIARIO E OS QUADROS 3 (TRIBUTAVEIS), 4
      * (ISENTOS), 5 (TRIBUTACAO EXCLUSIVA) E 7 (COMPLEMENTARES).
      ******************************************************************
       0600-IMPRIME-INFORME SECTION.
           MOVE SPACES TO IR-LINHA.
           STRING '========================================'
                  '========================================'
               DELIMITED BY SIZE INTO IR-LINHA
           END-STRING.
           WRITE IR-LINHA.
           MOVE SPACES TO IR-LINHA.
           WRITE IR-LINHA FROM
               'COMPROVANTE DE RENDIMENTOS PAGOS E DE IMPOSTO SOBRE A'.
           MOVE SPACES TO IR-LINHA.
           STRING 'RENDA RETIDO NA FONTE - ANO-CALENDARIO ' WRK-ANO
               DELIMITED BY SIZE INTO IR-LINHA
           END-STRING.
           WRITE IR-LINHA.

           PERFORM 0690-LINHA-BRANCO.
           MOVE SPACES TO IR-LINHA.
           WRITE IR-LINHA FROM '1. FONTE PAGADORA PESSOA JURIDICA'.
           MOVE SPACES TO IR-LINHA.
           STRING '   CNPJ: ' WRK-CNPJ-EMPRESA
                  '   NOME EMPRESARIAL: COMERCIO AMARAL LTDA'
               DELIMITED BY SIZE INTO IR-LINHA
           END-STRING.
           WRITE IR-LINHA.

           PERFORM 0690-LINHA-BRANCO.
           MOVE SPACES TO IR-LINHA.
           WRITE IR-LINHA FROM '2. PESSOA FISICA BENEFICIARIA'.
           MOVE SPACES TO IR-LINHA.
           STRING '   CPF: ' EM-CPF '   NOME: ' EM-NOME
               DELIMITED BY SIZE INTO IR-LINHA
           END-STRING.
           WRITE IR-LINHA.
           MOVE SPACES TO IR-LINHA.
           WRITE IR-LINHA FROM
               '   NATUREZA DO RENDIMENTO: TRABALHO ASSALARIADO'.

           PERFORM 0690-LINHA-BRANCO.
           MOVE SPACES TO IR-LINHA.
           STRING '3. RENDIMENTOS TRIBUTAVEIS, DEDUCOES E IMPOSTO '
                  'RETIDO NA FONTE'
               DELIMITED BY SIZE INTO IR-LINHA
           END-STRING.
           WRITE IR-LINHA.
           MOVE WRK-TRIBUTAVEL TO WRK-CURR-ED-09.
           MOVE SPACES TO IR-LINHA.
           STRING '   01 TOTAL DOS RENDIMENTOS (INCLUSIVE FERIAS)   '
                  WRK-CURR-ED-09
               DELIMITED BY SIZE INTO IR-LINHA
           END-STRING.
           WRITE IR-LINHA.
           MOVE WRK-INSS TO WRK-CURR-ED-09.
           MOVE SPACES TO IR-LINHA.
           STRING '   02 CONTRIBUICAO PREVIDENCIARIA OFICIAL        '
                  WRK-CURR-ED-09
               DELIMITED BY SIZE INTO IR-LINHA
           END-STRING.
           WRITE IR-LINHA.
           MOVE 0 TO WRK-CURR-ED-09.
           MOVE SPACES TO IR-LINHA.
           STRING '   03 PREVIDENCIA COMPLEMENTAR / FAPI            '
                  WRK-CURR-ED-09
               DELIMITED BY SIZE INTO IR-LINHA
           END-STRING.
           WRITE IR-LINHA.
           MOVE SPACES TO IR-LINHA.
           STRING '   04 PENSAO ALIMENTICIA                         '
                  WRK-CURR-ED-09
               DELIMITED BY SIZE INTO IR-LINHA
           END-STRING.
           WRITE IR-LINHA.
           MOVE WRK-IRRF TO WRK-CURR-ED-09.
           MOVE SPACES TO IR-LINHA.
           STRING '   05 IMPOSTO SOBRE A RENDA RETIDO NA FONTE      '
                  WRK-CURR-ED-09
               DELIMITED BY SIZE INTO IR-LINHA
           END-STRING.
           WRITE IR-LINHA.

           PERFORM 0690-LINHA-BRANCO.
           MOVE SPACES TO IR-LINHA.
           WRITE IR-LINHA FROM
               '4. RENDIMENTOS ISENTOS E NAO TRIBUTAVEIS'.
           MOVE WRK-ISENTOS TO WRK-CURR-ED-09.
           MOVE SPACES TO IR-LINHA.
           STRING '   07 OUTROS (REEMBOLSO DE DESPESAS)             '
                  WRK-CURR-ED-09
               DELIMITED BY SIZE INTO IR-LINHA
           END-STRING.
           WRITE IR-LINHA.

           PERFORM 0690-LINHA-BRANCO.
           MOVE SPACES TO IR-LINHA.
           WRITE IR-LINHA FROM
               '5. RENDIMENTOS SUJEITOS A TRIBUTACAO EXCLUSIVA'.
           MOVE WRK-13-LIQUIDO TO WRK-CURR-ED-09.
           MOVE SPACES TO IR-LINHA.
           STRING '   01 DECIMO TERCEIRO SALARIO                    '
                  WRK-CURR-ED-09
               DELIMITED BY SIZE INTO IR-LINHA
           END-STRING.
           WRITE IR-LINHA.
           MOVE WRK-13-IRRF TO WRK-CURR-ED-09.
           MOVE SPACES TO IR-LINHA.
           STRING '   02 IMPOSTO SOBRE A RENDA RETIDO NO 13O        '
                  WRK-CURR-ED-09
               DELIMITED BY SIZE INTO IR-LINHA
           END-STRING.
           WRITE IR-LINHA.

           PERFORM 0690-LINHA-BRANCO.
           MOVE SPACES TO IR-LINHA.
           WRITE IR-LINHA FROM '7. INFORMACOES COMPLEMENTARES'.
           MOVE WRK-DEDUCAO-DEP TO WRK-CURR-ED-09.
           MOVE SPACES TO IR-LINHA.
           STRING '   DEDUCAO DE DEPENDENTES (' WRK-DEPENDENTES
                  ' DEPENDENTE(S))          ' WRK-CURR-ED-09
               DELIMITED BY SIZE INTO IR-LINHA
           END-STRING.
           WRITE IR-LINHA.
           MOVE WRK-FERIAS TO WRK-CURR-ED-09.
           MOVE SPACES TO IR-LINHA.
           STRING '   FERIAS PAGAS NO ANO (INCLUIDAS NA LINHA 3.01) '
                  WRK-CURR-ED-09
               DELIMITED BY SIZE INTO IR-LINHA
           END-STRING.
           WRITE IR-LINHA.
           MOVE WRK-13-BRUTO TO WRK-CURR-ED-09.
           MOVE SPACES TO IR-LINHA.
           STRING '   13O SALARIO BRUTO                             '
                  WRK-CURR-ED-09
               DELIMITED BY SIZE INTO IR-LINHA
           END-STRING.
           WRITE IR-LINHA.
           MOVE WRK-13-INSS TO WRK-CURR-ED-09.
           MOVE SPACES TO IR-LINHA.
           STRING '   INSS RETIDO SOBRE O 13O SALARIO               '
                  WRK-CURR-ED-09
               DELIMITED BY SIZE INTO IR-LINHA
           END-STRING.
           WRITE IR-LINHA.
           MOVE SPACES TO IR-LINHA.
           STRING '   COMPETENCIAS COM FOLHA NO ANO: ' WRK-MESES-FOLHA
               DELIMITED BY SIZE INTO IR-LINHA
           END-STRING.
           WRITE IR-LINHA.

           PERFORM 0690-LINHA-BRANCO.
           MOVE SPACES TO IR-LINHA.
           WRITE IR-LINHA FROM '8. RESPONSAVEL PELAS INFORMACOES'.
           MOVE SPACES TO IR-LINHA.
           STRING '   DATA: ' WRK-HOJE-DIA '/' WRK-HOJE-MES '/'
                  WRK-HOJE-ANO '   ASSINATURA: ______________________'
               DELIMITED BY SIZE INTO IR-LINHA
           END-STRING.
           WRITE IR-LINHA.

      ******************************************************************
      * 0690-LINHA-BRANCO - SEPARA OS QUADROS DO INFORME.
      ******************************************************************
       0690-LINHA-BRANCO SECTION.
           MOVE SPACES TO IR-LINHA.
           WRITE IR-LINHA.

       END PROGRAM PROGCOB163.
