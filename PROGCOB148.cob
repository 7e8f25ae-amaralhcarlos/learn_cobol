       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB148.
      ******************************************************************
      *AUTHOR: CARLOS AMARAL
      *DATE: 15/10/2026
      *PURPOSE: MANUTENCAO DO ORCAMENTO DO RAZAO (GLBUDGET). O
      *         PROGCOB029 SO ORCA A RECEITA DE VENDAS; AS DESPESAS NAO
      *         TINHAM ORCAMENTO E O CHEFE DE DEPARTAMENTO SO VIA O
      *         ESTOURO QUANDO SAIA A DRE. AQUI O FINANCEIRO DIGITA O
      *         ORCADO DE CADA MES POR CONTA DE RESULTADO E CENTRO DE
      *         CUSTO. A CONTA PRECISA ESTAR NO PLANO (GLACCOUNTS) E
      *         CAIR NUMA LINHA DO DRELAYOUT; O CENTRO DE CUSTO E UM
      *         CODIGO DO COSTCENTERS OU A FILIAL ('F01', 'F02'...),
      *         COMO VAI EM GL-CCUSTO. DA PARA COPIAR O ORCAMENTO DE UM
      *         ANO PARA O SEGUINTE COM UM REAJUSTE PERCENTUAL, EXCLUIR
      *         E LISTAR. O ORCADO X REALIZADO E DO PROGCOB149.
      *MODIFICATION HISTORY:
      * 15/10/2026 - PLANO DE CONTAS LIDO PELA COPY GLACCT-REC (CLASSE E
      *              GRUPO DO BALANCO NO FIM DA LINHA).
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-BUDGET-FILE ASSIGN TO 'GLBUDGET'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-ORCTO-STATUS.

           SELECT GL-ACCOUNTS-FILE ASSIGN TO 'GLACCOUNTS'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-PLANO-STATUS.

           SELECT COST-CENTER-FILE ASSIGN TO 'COSTCENTERS'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-CC-STATUS.

           SELECT DRE-LAYOUT-FILE ASSIGN TO 'DRELAYOUT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-LAYOUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-BUDGET-FILE.
       01  GO-REGISTRO-X           PIC X(25).

       FD  GL-ACCOUNTS-FILE.
           COPY 'GLACCT-REC.cob'.

       FD  COST-CENTER-FILE.
       01  CC-REGISTRO.
           02  CC-DEPTO        PIC X(20).
           02  CC-CODIGO       PIC X(04).

       FD  DRE-LAYOUT-FILE.
       01  DL-REGISTRO.
           02  DL-LINHA-NUM    PIC 9(02).
           02  DL-DESCRICAO    PIC X(30).
           02  DL-CONTA-DE     PIC 9(04).
           02  DL-CONTA-ATE    PIC 9(04).
           02  DL-NATUREZA     PIC X(01).

       WORKING-STORAGE SECTION.
           COPY 'GLBUDGET-REC.cob'.
           COPY 'FILUTIL-PARM.cob'.
       COPY 'MESES-BOOK.cob'.
       COPY 'CURRENCY-BOOK.cob'.

       77  WRK-ORCTO-STATUS    PIC X(02)       VALUE SPACES.
       77  WRK-ORCTO-EOF       PIC X(01)       VALUE 'N'.
           88  ORCTO-ACABOU                    VALUE 'S'.
       77  WRK-PLANO-STATUS    PIC X(02)       VALUE SPACES.
       77  WRK-PLANO-EOF       PIC X(01)       VALUE 'N'.
           88  PLANO-ACABOU                    VALUE 'S'.
       77  WRK-CC-STATUS       PIC X(02)       VALUE SPACES.
       77  WRK-CC-EOF          PIC X(01)       VALUE 'N'.
           88  CC-ACABOU                       VALUE 'S'.
       77  WRK-LAYOUT-STATUS   PIC X(02)       VALUE SPACES.
       77  WRK-LAYOUT-EOF      PIC X(01)       VALUE 'N'.
           88  LAYOUT-ACABOU                   VALUE 'S'.

       77  WRK-OPCAO           PIC 9(01)       VALUE ZEROES.
       77  WRK-MEXEU           PIC X(01)       VALUE 'N'.
       77  WRK-ANO             PIC 9(04)       VALUE ZEROES.
       77  WRK-ANO-DESTINO     PIC 9(04)       VALUE ZEROES.
       77  WRK-CONTA-GL        PIC 9(04)       VALUE ZEROES.
       77  WRK-CCUSTO          PIC X(04)       VALUE SPACES.
       77  WRK-MES-IDX         PIC 9(02)       VALUE ZEROES.
       77  WRK-VALOR           PIC 9(09)V99    VALUE ZEROES.
       77  WRK-TOTAL-ANO       PIC 9(11)V99    VALUE ZEROES.
       77  WRK-REAJUSTE        PIC S9(03)V99   VALUE ZEROES.
       77  WRK-QTDE-COPIADA    PIC 9(04)       VALUE ZEROES.
       77  WRK-RESPOSTA        PIC X(01)       VALUE SPACES.
       77  WRK-CHAVE-OK        PIC X(01)       VALUE 'N'.
           88  CHAVE-VALIDA                    VALUE 'S'.
       77  WRK-VALOR-ED        PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.
       77  WRK-TOTAL-ED        PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.

      ******************************************************************
      * ORCAMENTO EM MEMORIA (REGISTRO INTEIRO, ATE 5000 LINHAS),
      * REGRAVADO NA SAIDA QUANDO HOUVE MEXIDA (MESMA MECANICA DO
      * PROGCOB120).
      ******************************************************************
       77  WRK-ORC-QTD         PIC 9(04)       VALUE ZEROES.
       77  WRK-ORC-IDX         PIC 9(04)       VALUE ZEROES.
       77  WRK-ORC-POS         PIC 9(04)       VALUE ZEROES.
       77  WRK-ORC-FIM         PIC 9(04)       VALUE ZEROES.
       01  WRK-TAB-ORCAMENTO.
           02  WRK-ORC-LINHA   PIC X(25)       OCCURS 5000 TIMES.

      ******************************************************************
      * CONTAS DO PLANO, CENTROS DE CUSTO E FAIXAS DE CONTAS DAS
      * LINHAS DO DRELAYOUT, PARA VALIDACAO.
      ******************************************************************
       77  WRK-PLN-QTD         PIC 9(03)       VALUE ZEROES.
       77  WRK-PLN-IDX         PIC 9(03)       VALUE ZEROES.
       77  WRK-PLN-ACHOU       PIC X(01)       VALUE 'N'.
           88  CONTA-NO-PLANO                  VALUE 'S'.
       01  WRK-TAB-PLANO.
           02  WRK-PLN-CONTA   PIC 9(04)       OCCURS 200 TIMES.
       77  WRK-CCU-QTD         PIC 9(02)       VALUE ZEROES.
       77  WRK-CCU-IDX         PIC 9(02)       VALUE ZEROES.
       77  WRK-CCU-ACHOU       PIC X(01)       VALUE 'N'.
           88  CCUSTO-VALIDO                   VALUE 'S'.
       01  WRK-TAB-CCUSTOS.
           02  WRK-CCU-CODIGO  PIC X(04)       OCCURS 50 TIMES.
       77  WRK-DRE-QTD         PIC 9(02)       VALUE ZEROES.
       77  WRK-DRE-IDX         PIC 9(02)       VALUE ZEROES.
       77  WRK-DRE-ACHOU       PIC X(01)       VALUE 'N'.
           88  CONTA-NA-DRE                    VALUE 'S'.
       01  WRK-TAB-DRE.
           02  WRK-DRE-LINHA   OCCURS 50 TIMES.
               03  WRK-DRE-CONTA-DE    PIC 9(04).
               03  WRK-DRE-CONTA-ATE   PIC 9(04).

       PROCEDURE DIVISION.

           PERFORM 0100-CARREGA-ORCAMENTO.
           PERFORM 0150-CARREGA-PLANO.
           PERFORM 0170-CARREGA-CCUSTOS.
           PERFORM 0180-CARREGA-LAYOUT.
           PERFORM 0200-EXECUTA-MENU UNTIL WRK-OPCAO = 9.
           IF WRK-MEXEU = 'S'
               PERFORM 0800-REGRAVA-ORCAMENTO
           END-IF.

           STOP RUN.

      ******************************************************************
      * 0100-CARREGA-ORCAMENTO - LE O GLBUDGET PARA A TABELA.
      ******************************************************************
       0100-CARREGA-ORCAMENTO SECTION.
           OPEN INPUT GL-BUDGET-FILE.
           IF WRK-ORCTO-STATUS NOT = '00'
               DISPLAY 'GLBUDGET NAO ENCONTRADO - INICIANDO ZERADO'
               GO TO 0100-EXIT
           END-IF.

           PERFORM UNTIL ORCTO-ACABOU
               READ GL-BUDGET-FILE
                   AT END
                       MOVE 'S' TO WRK-ORCTO-EOF
                   NOT AT END
                       IF WRK-ORC-QTD < 5000
                           ADD 1 TO WRK-ORC-QTD
                           MOVE GO-REGISTRO-X
                               TO WRK-ORC-LINHA(WRK-ORC-QTD)
                       ELSE
                           DISPLAY 'GLBUDGET COM MAIS DE 5000 LINHAS'
                           DISPLAY 'ORCAMENTO NAO PODE SER ALTERADO'
                           MOVE 9 TO WRK-OPCAO
                           MOVE 'S' TO WRK-ORCTO-EOF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE GL-BUDGET-FILE.
       0100-EXIT.
           EXIT.

      ******************************************************************
      * 0150-CARREGA-PLANO - CODIGOS DO PLANO DE CONTAS GLACCOUNTS.
      ******************************************************************
       0150-CARREGA-PLANO SECTION.
           OPEN INPUT GL-ACCOUNTS-FILE.
           IF WRK-PLANO-STATUS NOT = '00'
               DISPLAY 'GLACCOUNTS NAO ENCONTRADO - CONTA DO RAZAO '
                       'NAO SERA VALIDADA'
               GO TO 0150-EXIT
           END-IF.

           PERFORM UNTIL PLANO-ACABOU
               READ GL-ACCOUNTS-FILE
                   AT END
                       MOVE 'S' TO WRK-PLANO-EOF
                   NOT AT END
                       IF WRK-PLN-QTD < 200
                           ADD 1 TO WRK-PLN-QTD
                           MOVE GA-CONTA TO WRK-PLN-CONTA(WRK-PLN-QTD)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE GL-ACCOUNTS-FILE.
       0150-EXIT.
           EXIT.

      ******************************************************************
      * 0170-CARREGA-CCUSTOS - CODIGOS DE CENTRO DE CUSTO DO MAPA
      * COSTCENTERS (VARIOS DEPARTAMENTOS PODEM DAR NO MESMO CODIGO).
      ******************************************************************
       0170-CARREGA-CCUSTOS SECTION.
           OPEN INPUT COST-CENTER-FILE.
           IF WRK-CC-STATUS NOT = '00'
               GO TO 0170-EXIT
           END-IF.

           PERFORM UNTIL CC-ACABOU
               READ COST-CENTER-FILE
                   AT END
                       MOVE 'S' TO WRK-CC-EOF
                   NOT AT END
                       MOVE CC-CODIGO TO WRK-CCUSTO
                       PERFORM 0270-VALIDA-CCUSTO
                       IF NOT CCUSTO-VALIDO AND WRK-CCU-QTD < 50
                           ADD 1 TO WRK-CCU-QTD
                           MOVE CC-CODIGO TO WRK-CCU-CODIGO(WRK-CCU-QTD)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE COST-CENTER-FILE.
       0170-EXIT.
           EXIT.

      ******************************************************************
      * 0180-CARREGA-LAYOUT - FAIXAS DE CONTAS DAS LINHAS DO DRELAYOUT
      * (A LINHA DE SUBTOTAL 'S' NAO TEM CONTA).
      ******************************************************************
       0180-CARREGA-LAYOUT SECTION.
           OPEN INPUT DRE-LAYOUT-FILE.
           IF WRK-LAYOUT-STATUS NOT = '00'
               DISPLAY 'DRELAYOUT NAO ENCONTRADO - CONTA DE RESULTADO '
                       'NAO SERA VALIDADA'
               GO TO 0180-EXIT
           END-IF.

           PERFORM UNTIL LAYOUT-ACABOU
               READ DRE-LAYOUT-FILE
                   AT END
                       MOVE 'S' TO WRK-LAYOUT-EOF
                   NOT AT END
                       IF DL-NATUREZA NOT = 'S' AND WRK-DRE-QTD < 50
                           ADD 1 TO WRK-DRE-QTD
                           MOVE DL-CONTA-DE
                               TO WRK-DRE-CONTA-DE(WRK-DRE-QTD)
                           MOVE DL-CONTA-ATE
                               TO WRK-DRE-CONTA-ATE(WRK-DRE-QTD)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE DRE-LAYOUT-FILE.
       0180-EXIT.
           EXIT.

      ******************************************************************
      * 0200-EXECUTA-MENU - DIGITACAO, COPIA, EXCLUSAO E LISTAGEM.
      ******************************************************************
       0200-EXECUTA-MENU SECTION.
           DISPLAY '1 - DIGITAR ORCAMENTO DE CONTA / CENTRO DE CUSTO'.
           DISPLAY '2 - COPIAR ORCAMENTO DE UM ANO COM REAJUSTE'.
           DISPLAY '3 - EXCLUIR ORCAMENTO DE CONTA / CENTRO DE CUSTO'.
           DISPLAY '4 - LISTAR ORCAMENTO DO ANO'.
           DISPLAY '9 - SAIR'.
           DISPLAY 'ESCOLHA UMA OPCAO: '.
           ACCEPT WRK-OPCAO.

           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0300-DIGITA-ORCAMENTO
               WHEN 2
                   PERFORM 0400-COPIA-ANO
               WHEN 3
                   PERFORM 0500-EXCLUI-ORCAMENTO
               WHEN 4
                   PERFORM 0700-LISTA-ORCAMENTO
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

      ******************************************************************
      * 0220-RECEBE-CHAVE - ANO, CONTA E CENTRO DE CUSTO, VALIDADOS.
      ******************************************************************
       0220-RECEBE-CHAVE SECTION.
           MOVE 'N' TO WRK-CHAVE-OK.
           DISPLAY 'ANO DO ORCAMENTO: '.
           ACCEPT WRK-ANO.
           IF WRK-ANO < 2000
               DISPLAY 'ANO INVALIDO'
               GO TO 0220-EXIT
           END-IF.

           DISPLAY 'CONTA DE RESULTADO: '.
           ACCEPT WRK-CONTA-GL.
           PERFORM 0260-VALIDA-CONTA-GL.
           IF NOT CONTA-NO-PLANO
               DISPLAY 'CONTA ' WRK-CONTA-GL ' NAO CONSTA NO PLANO'
               GO TO 0220-EXIT
           END-IF.
           PERFORM 0265-VALIDA-CONTA-DRE.
           IF NOT CONTA-NA-DRE
               DISPLAY 'CONTA ' WRK-CONTA-GL ' NAO E CONTA DE '
                       'RESULTADO DO DRELAYOUT'
               GO TO 0220-EXIT
           END-IF.

           DISPLAY 'CENTRO DE CUSTO (CODIGO OU FILIAL F01...): '.
           ACCEPT WRK-CCUSTO.
           PERFORM 0270-VALIDA-CCUSTO.
           IF NOT CCUSTO-VALIDO
               PERFORM 0280-VALIDA-FILIAL
           END-IF.
           IF NOT CCUSTO-VALIDO
               DISPLAY 'CENTRO DE CUSTO ' WRK-CCUSTO
                       ' NAO CONSTA NO COSTCENTERS NEM E FILIAL'
               GO TO 0220-EXIT
           END-IF.

           MOVE 'S' TO WRK-CHAVE-OK.
       0220-EXIT.
           EXIT.

      ******************************************************************
      * 0250-BUSCA-LINHA - PROCURA ANO/MES/CONTA/CENTRO DE CUSTO NA
      * TABELA; DEVOLVE A POSICAO EM WRK-ORC-POS (0 = NAO TEM).
      ******************************************************************
       0250-BUSCA-LINHA SECTION.
           MOVE 0 TO WRK-ORC-POS.
           PERFORM VARYING WRK-ORC-IDX FROM 1 BY 1
                   UNTIL WRK-ORC-IDX > WRK-ORC-QTD
                       OR WRK-ORC-POS > 0
               MOVE WRK-ORC-LINHA(WRK-ORC-IDX) TO GO-REGISTRO
               IF GO-ANO = WRK-ANO AND GO-MES = WRK-MES-IDX
                   AND GO-CONTA = WRK-CONTA-GL
                   AND GO-CCUSTO = WRK-CCUSTO
                   MOVE WRK-ORC-IDX TO WRK-ORC-POS
               END-IF
           END-PERFORM.

      ******************************************************************
      * 0260-VALIDA-CONTA-GL - WRK-CONTA-GL PRECISA EXISTIR NO PLANO
      * (SEM O PLANO CARREGADO, QUALQUER CONTA E ACEITA).
      ******************************************************************
       0260-VALIDA-CONTA-GL SECTION.
           MOVE 'N' TO WRK-PLN-ACHOU.
           IF WRK-PLN-QTD = 0
               MOVE 'S' TO WRK-PLN-ACHOU
               GO TO 0260-EXIT
           END-IF.

           PERFORM VARYING WRK-PLN-IDX FROM 1 BY 1
                   UNTIL WRK-PLN-IDX > WRK-PLN-QTD
                       OR CONTA-NO-PLANO
               IF WRK-PLN-CONTA(WRK-PLN-IDX) = WRK-CONTA-GL
                   MOVE 'S' TO WRK-PLN-ACHOU
               END-IF
           END-PERFORM.
       0260-EXIT.
           EXIT.

      ******************************************************************
      * 0265-VALIDA-CONTA-DRE - WRK-CONTA-GL PRECISA CAIR NA FAIXA DE
      * ALGUMA LINHA DO DRELAYOUT (SEM O LAYOUT, NAO E CONFERIDA).
      ******************************************************************
       0265-VALIDA-CONTA-DRE SECTION.
           MOVE 'N' TO WRK-DRE-ACHOU.
           IF WRK-DRE-QTD = 0
               MOVE 'S' TO WRK-DRE-ACHOU
               GO TO 0265-EXIT
           END-IF.

           PERFORM VARYING WRK-DRE-IDX FROM 1 BY 1
                   UNTIL WRK-DRE-IDX > WRK-DRE-QTD
                       OR CONTA-NA-DRE
               IF WRK-CONTA-GL >= WRK-DRE-CONTA-DE(WRK-DRE-IDX)
                   AND WRK-CONTA-GL <= WRK-DRE-CONTA-ATE(WRK-DRE-IDX)
                   MOVE 'S' TO WRK-DRE-ACHOU
               END-IF
           END-PERFORM.
       0265-EXIT.
           EXIT.

      ******************************************************************
      * 0270-VALIDA-CCUSTO - WRK-CCUSTO PRECISA CONSTAR NO COSTCENTERS
      * (SEM O MAPA, QUALQUER CODIGO E ACEITO).
      ******************************************************************
       0270-VALIDA-CCUSTO SECTION.
           MOVE 'N' TO WRK-CCU-ACHOU.
           IF WRK-CCU-QTD = 0 AND WRK-CC-STATUS NOT = '00'
               MOVE 'S' TO WRK-CCU-ACHOU
               GO TO 0270-EXIT
           END-IF.

           PERFORM VARYING WRK-CCU-IDX FROM 1 BY 1
                   UNTIL WRK-CCU-IDX > WRK-CCU-QTD
                       OR CCUSTO-VALIDO
               IF WRK-CCU-CODIGO(WRK-CCU-IDX) = WRK-CCUSTO
                   MOVE 'S' TO WRK-CCU-ACHOU
               END-IF
           END-PERFORM.
       0270-EXIT.
           EXIT.

      ******************************************************************
      * 0280-VALIDA-FILIAL - CENTRO DE CUSTO DE FILIAL ('F' + CODIGO,
      * COMO A DRE POR FILIAL DO PROGCOB074 FILTRA), COM A FILIAL
      * CADASTRADA E ATIVA (FILUTIL V).
      ******************************************************************
       0280-VALIDA-FILIAL SECTION.
           MOVE 'N' TO WRK-CCU-ACHOU.
           IF WRK-CCUSTO(1:1) NOT = 'F'
               OR WRK-CCUSTO(2:2) NOT NUMERIC
               OR WRK-CCUSTO(4:1) NOT = SPACE
               GO TO 0280-EXIT
           END-IF.

           MOVE 'V' TO FU-FUNCAO.
           MOVE WRK-CCUSTO(2:2) TO FU-FILIAL.
           CALL 'FILUTIL' USING FU-PARM.
           IF FU-RETORNO = 'S'
               MOVE 'S' TO WRK-CCU-ACHOU
           END-IF.
       0280-EXIT.
           EXIT.

      ******************************************************************
      * 0300-DIGITA-ORCAMENTO - PEDE O ORCADO DOS DOZE MESES DA CONTA /
      * CENTRO DE CUSTO, MOSTRANDO O JA GRAVADO. MES ZERADO SAI DO
      * ARQUIVO.
      ******************************************************************
       0300-DIGITA-ORCAMENTO SECTION.
           PERFORM 0220-RECEBE-CHAVE.
           IF NOT CHAVE-VALIDA
               GO TO 0300-EXIT
           END-IF.

           MOVE 0 TO WRK-TOTAL-ANO.
           PERFORM VARYING WRK-MES-IDX FROM 1 BY 1
                   UNTIL WRK-MES-IDX > 12
               PERFORM 0250-BUSCA-LINHA
               MOVE 0 TO WRK-VALOR
               IF WRK-ORC-POS > 0
                   MOVE GO-VALOR TO WRK-VALOR
               END-IF
               MOVE WRK-VALOR TO WRK-CURR-ED-09
               DISPLAY 'ORCADO DE ' WRK-MES-PT(WRK-MES-IDX)
                       ' (ATUAL ' WRK-CURR-ED-09 '): '
               ACCEPT WRK-VALOR
               PERFORM 0350-GRAVA-MES
               ADD WRK-VALOR TO WRK-TOTAL-ANO
           END-PERFORM.

           MOVE WRK-TOTAL-ANO TO WRK-TOTAL-ED.
           DISPLAY 'ORCADO DE ' WRK-ANO ' CONTA ' WRK-CONTA-GL
                   ' CC ' WRK-CCUSTO ': ' WRK-TOTAL-ED.
       0300-EXIT.
           EXIT.

      ******************************************************************
      * 0350-GRAVA-MES - APLICA O VALOR DIGITADO NA TABELA: ALTERA A
      * LINHA EXISTENTE, INCLUI UMA NOVA OU, COM ZERO, REMOVE.
      ******************************************************************
       0350-GRAVA-MES SECTION.
           IF WRK-ORC-POS > 0
               IF WRK-VALOR = 0
                   PERFORM 0360-REMOVE-LINHA
               ELSE
                   MOVE WRK-ORC-LINHA(WRK-ORC-POS) TO GO-REGISTRO
                   MOVE WRK-VALOR TO GO-VALOR
                   MOVE GO-REGISTRO TO WRK-ORC-LINHA(WRK-ORC-POS)
               END-IF
               MOVE 'S' TO WRK-MEXEU
               GO TO 0350-EXIT
           END-IF.

           IF WRK-VALOR = 0
               GO TO 0350-EXIT
           END-IF.
           IF WRK-ORC-QTD >= 5000
               DISPLAY 'ORCAMENTO CHEIO (5000 LINHAS) - MES '
                       WRK-MES-IDX ' NAO GRAVADO'
               MOVE 0 TO WRK-VALOR
               GO TO 0350-EXIT
           END-IF.

           ADD 1 TO WRK-ORC-QTD.
           MOVE WRK-ANO      TO GO-ANO.
           MOVE WRK-MES-IDX  TO GO-MES.
           MOVE WRK-CONTA-GL TO GO-CONTA.
           MOVE WRK-CCUSTO   TO GO-CCUSTO.
           MOVE WRK-VALOR    TO GO-VALOR.
           MOVE GO-REGISTRO TO WRK-ORC-LINHA(WRK-ORC-QTD).
           MOVE 'S' TO WRK-MEXEU.
       0350-EXIT.
           EXIT.

      ******************************************************************
      * 0360-REMOVE-LINHA - TIRA A LINHA WRK-ORC-POS DA TABELA (A
      * ULTIMA OCUPA O LUGAR DELA).
      ******************************************************************
       0360-REMOVE-LINHA SECTION.
           MOVE WRK-ORC-LINHA(WRK-ORC-QTD)
               TO WRK-ORC-LINHA(WRK-ORC-POS).
           SUBTRACT 1 FROM WRK-ORC-QTD.

      ******************************************************************
      * 0400-COPIA-ANO - COPIA TODO O ORCAMENTO DE UM ANO PARA OUTRO
      * AINDA SEM ORCAMENTO, APLICANDO O REAJUSTE PERCENTUAL INFORMADO
      * (NEGATIVO PARA CORTE).
      ******************************************************************
       0400-COPIA-ANO SECTION.
           DISPLAY 'ANO DE ORIGEM: '.
           ACCEPT WRK-ANO.
           DISPLAY 'ANO DE DESTINO: '.
           ACCEPT WRK-ANO-DESTINO.
           IF WRK-ANO-DESTINO < 2000 OR WRK-ANO-DESTINO = WRK-ANO
               DISPLAY 'ANO DE DESTINO INVALIDO'
               GO TO 0400-EXIT
           END-IF.

           MOVE 0 TO WRK-QTDE-COPIADA.
           PERFORM VARYING WRK-ORC-IDX FROM 1 BY 1
                   UNTIL WRK-ORC-IDX > WRK-ORC-QTD
               MOVE WRK-ORC-LINHA(WRK-ORC-IDX) TO GO-REGISTRO
               IF GO-ANO = WRK-ANO-DESTINO
                   ADD 1 TO WRK-QTDE-COPIADA
               END-IF
           END-PERFORM.
           IF WRK-QTDE-COPIADA > 0
               DISPLAY 'ANO ' WRK-ANO-DESTINO ' JA TEM ORCAMENTO ('
                       WRK-QTDE-COPIADA ' LINHAS) - COPIA RECUSADA'
               GO TO 0400-EXIT
           END-IF.

           DISPLAY 'REAJUSTE EM % (EX: 5,00 OU -3,50): '.
           ACCEPT WRK-REAJUSTE.
           DISPLAY 'CONFIRMA A COPIA DE ' WRK-ANO ' PARA '
                   WRK-ANO-DESTINO ' (S/N)? '.
           ACCEPT WRK-RESPOSTA.
           IF WRK-RESPOSTA NOT = 'S'
               DISPLAY 'COPIA CANCELADA'
               GO TO 0400-EXIT
           END-IF.

           MOVE WRK-ORC-QTD TO WRK-ORC-FIM.
           PERFORM VARYING WRK-ORC-IDX FROM 1 BY 1
                   UNTIL WRK-ORC-IDX > WRK-ORC-FIM
               MOVE WRK-ORC-LINHA(WRK-ORC-IDX) TO GO-REGISTRO
               IF GO-ANO = WRK-ANO
                   IF WRK-ORC-QTD < 5000
                       MOVE WRK-ANO-DESTINO TO GO-ANO
                       COMPUTE GO-VALOR ROUNDED =
                           GO-VALOR * (100 + WRK-REAJUSTE) / 100
                       ADD 1 TO WRK-ORC-QTD
                       MOVE GO-REGISTRO TO WRK-ORC-LINHA(WRK-ORC-QTD)
                       ADD 1 TO WRK-QTDE-COPIADA
                   ELSE
                       DISPLAY 'ORCAMENTO CHEIO (5000 LINHAS) - '
                               'COPIA INCOMPLETA'
                       MOVE WRK-ORC-FIM TO WRK-ORC-IDX
                   END-IF
               END-IF
           END-PERFORM.

           IF WRK-QTDE-COPIADA > 0
               MOVE 'S' TO WRK-MEXEU
           END-IF.
           DISPLAY WRK-QTDE-COPIADA ' LINHAS COPIADAS PARA '
                   WRK-ANO-DESTINO.
       0400-EXIT.
           EXIT.

      ******************************************************************
      * 0500-EXCLUI-ORCAMENTO - REMOVE OS DOZE MESES DA CONTA / CENTRO
      * DE CUSTO NO ANO.
      ******************************************************************
       0500-EXCLUI-ORCAMENTO SECTION.
           PERFORM 0220-RECEBE-CHAVE.
           IF NOT CHAVE-VALIDA
               GO TO 0500-EXIT
           END-IF.
           DISPLAY 'CONFIRMA A EXCLUSAO (S/N)? '.
           ACCEPT WRK-RESPOSTA.
           IF WRK-RESPOSTA NOT = 'S'
               DISPLAY 'EXCLUSAO CANCELADA'
               GO TO 0500-EXIT
           END-IF.

           MOVE 0 TO WRK-QTDE-COPIADA.
           PERFORM VARYING WRK-MES-IDX FROM 1 BY 1
                   UNTIL WRK-MES-IDX > 12
               PERFORM 0250-BUSCA-LINHA
               IF WRK-ORC-POS > 0
                   PERFORM 0360-REMOVE-LINHA
                   ADD 1 TO WRK-QTDE-COPIADA
                   MOVE 'S' TO WRK-MEXEU
               END-IF
           END-PERFORM.
           DISPLAY WRK-QTDE-COPIADA ' MESES EXCLUIDOS'.
       0500-EXIT.
           EXIT.

      ******************************************************************
      * 0700-LISTA-ORCAMENTO - LINHAS DO ANO NO CONSOLE, COM O TOTAL.
      ******************************************************************
       0700-LISTA-ORCAMENTO SECTION.
           DISPLAY 'ANO: '.
           ACCEPT WRK-ANO.
           MOVE 0 TO WRK-TOTAL-ANO.
           PERFORM VARYING WRK-ORC-IDX FROM 1 BY 1
                   UNTIL WRK-ORC-IDX > WRK-ORC-QTD
               MOVE WRK-ORC-LINHA(WRK-ORC-IDX) TO GO-REGISTRO
               IF GO-ANO = WRK-ANO
                   MOVE GO-VALOR TO WRK-VALOR-ED
                   DISPLAY GO-CONTA ' CC ' GO-CCUSTO ' '
                           WRK-MES-PT(GO-MES) '/' GO-ANO ' '
                           WRK-VALOR-ED
                   ADD GO-VALOR TO WRK-TOTAL-ANO
               END-IF
           END-PERFORM.
           MOVE WRK-TOTAL-ANO TO WRK-TOTAL-ED.
           DISPLAY 'TOTAL ORCADO EM ' WRK-ANO ': ' WRK-TOTAL-ED.

      ******************************************************************
      * 0800-REGRAVA-ORCAMENTO - REGRAVA O GLBUDGET COMPLETO.
      ******************************************************************
       0800-REGRAVA-ORCAMENTO SECTION.
           OPEN OUTPUT GL-BUDGET-FILE.
           PERFORM VARYING WRK-ORC-IDX FROM 1 BY 1
                   UNTIL WRK-ORC-IDX > WRK-ORC-QTD
               MOVE WRK-ORC-LINHA(WRK-ORC-IDX) TO GO-REGISTRO-X
               WRITE GO-REGISTRO-X
           END-PERFORM.
           CLOSE GL-BUDGET-FILE.
           DISPLAY 'GLBUDGET REGRAVADO COM ' WRK-ORC-QTD ' LINHAS'.

       END PROGRAM PROGCOB148.
