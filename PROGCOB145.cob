       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB145.
      ******************************************************************
      *AUTHOR: CARLOS AMARAL
      *DATE: 15/10/2026
      *PURPOSE: CADASTRO DO ATIVO IMOBILIZADO (FIXEDASSETS). CAMINHOES,
      *         EMPILHADEIRAS E OS COMPUTADORES DAS FILIAIS ERAM
      *         CONTROLADOS EM PLANILHA E A DEPRECIACAO DO MES ENTRAVA
      *         NA MAO PELO LANCAMENTO MANUAL DO PROGCOB072. CADA BEM
      *         E CADASTRADO AQUI COM FILIAL (FILUTIL), CENTRO DE CUSTO
      *         (COSTCENTERS), DATA E CUSTO DE AQUISICAO, VIDA UTIL E
      *         A CONTA DO ATIVO NO RAZAO (1301 A 1389, NO PLANO
      *         GLACCOUNTS). BEM TRAZIDO DA PLANILHA ENTRA COM A
      *         DEPRECIACAO JA ACUMULADA E A ULTIMA COMPETENCIA
      *         DEPRECIADA. A DEPRECIACAO MENSAL E DO PROGCOB146. A
      *         BAIXA (VENDA OU SUCATA) LANCA NO RAZAO PELO TRSYUTIL O
      *         VALOR RECEBIDO NO CAIXA, O ESTORNO DO CUSTO E DA
      *         DEPRECIACAO ACUMULADA E O GANHO (2203) OU A PERDA
      *         (3702) NA BAIXA.
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
           SELECT ASSET-MASTER-FILE ASSIGN TO 'FIXEDASSETS'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-ATIVO-STATUS.

           SELECT GL-ACCOUNTS-FILE ASSIGN TO 'GLACCOUNTS'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-PLANO-STATUS.

           SELECT COST-CENTER-FILE ASSIGN TO 'COSTCENTERS'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-CC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ASSET-MASTER-FILE.
       01  FA-REGISTRO-X           PIC X(105).

       FD  GL-ACCOUNTS-FILE.
           COPY 'GLACCT-REC.cob'.

       FD  COST-CENTER-FILE.
       01  CC-REGISTRO.
           02  CC-DEPTO        PIC X(20).
           02  CC-CODIGO       PIC X(04).

       WORKING-STORAGE SECTION.
           COPY 'FIXASSET-REC.cob'.
           COPY 'DATEUTIL-PARM.cob'.
           COPY 'FILUTIL-PARM.cob'.
           COPY 'TRSYUTIL-PARM.cob'.
       COPY 'CURRENCY-BOOK.cob'.

       77  WRK-ATIVO-STATUS    PIC X(02)       VALUE SPACES.
       77  WRK-ATIVO-EOF       PIC X(01)       VALUE 'N'.
           88  ATIVO-ACABOU                    VALUE 'S'.
       77  WRK-PLANO-STATUS    PIC X(02)       VALUE SPACES.
       77  WRK-PLANO-EOF       PIC X(01)       VALUE 'N'.
           88  PLANO-ACABOU                    VALUE 'S'.
       77  WRK-CC-STATUS       PIC X(02)       VALUE SPACES.
       77  WRK-CC-EOF          PIC X(01)       VALUE 'N'.
           88  CC-ACABOU                       VALUE 'S'.

       77  WRK-OPCAO           PIC 9(01)       VALUE ZEROES.
       77  WRK-MEXEU           PIC X(01)       VALUE 'N'.
       77  WRK-NUMERO          PIC 9(06)       VALUE ZEROES.
       77  WRK-CONTA-GL        PIC 9(04)       VALUE ZEROES.
       77  WRK-CCUSTO          PIC X(04)       VALUE SPACES.
       77  WRK-FILIAL          PIC 9(02)       VALUE ZEROES.
       77  WRK-VALOR           PIC 9(09)V99    VALUE ZEROES.
       77  WRK-COMPET          PIC 9(06)       VALUE ZEROES.
       77  WRK-RESPOSTA        PIC X(01)       VALUE SPACES.
       01  WRK-DATA.
           02  WRK-DATA-ANO    PIC 9(04).
           02  WRK-DATA-MES    PIC 9(02).
           02  WRK-DATA-DIA    PIC 9(02).
       01  WRK-HOJE.
           02  WRK-HOJE-ANO    PIC 9(04)       VALUE ZEROES.
           02  WRK-HOJE-MES    PIC 9(02)       VALUE ZEROES.
           02  WRK-HOJE-DIA    PIC 9(02)       VALUE ZEROES.

      ******************************************************************
      * CONTAS DO ATIVO E DE RESULTADO DA BAIXA.
      ******************************************************************
       77  WRK-CTA-CAIXA       PIC 9(04)       VALUE 1001.
       77  WRK-CTA-DEPR-ACUM   PIC 9(04)       VALUE 1390.
       77  WRK-CTA-GANHO       PIC 9(04)       VALUE 2203.
       77  WRK-CTA-PERDA       PIC 9(04)       VALUE 3702.
       77  WRK-LIQUIDO         PIC 9(09)V99    VALUE ZEROES.
       77  WRK-RESULTADO       PIC S9(09)V99   VALUE ZEROES.

      ******************************************************************
      * CADASTRO EM MEMORIA (REGISTRO INTEIRO, ATE 500 BENS),
      * REGRAVADO NA SAIDA QUANDO HOUVE MEXIDA (MESMA MECANICA DO
      * PROGCOB120).
      ******************************************************************
       77  WRK-ATV-QTD         PIC 9(03)       VALUE ZEROES.
       77  WRK-ATV-IDX         PIC 9(03)       VALUE ZEROES.
       77  WRK-ATV-ACHOU       PIC X(01)       VALUE 'N'.
           88  BEM-EXISTE                      VALUE 'S'.
       01  WRK-TAB-ATIVOS.
           02  WRK-ATV-LINHA   PIC X(105)      OCCURS 500 TIMES.

      ******************************************************************
      * CONTAS DO PLANO E CENTROS DE CUSTO, PARA VALIDACAO.
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

       PROCEDURE DIVISION.

           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.

           PERFORM 0100-CARREGA-ATIVOS.
           PERFORM 0150-CARREGA-PLANO.
           PERFORM 0170-CARREGA-CCUSTOS.
           PERFORM 0200-EXECUTA-MENU UNTIL WRK-OPCAO = 9.
           IF WRK-MEXEU = 'S'
               PERFORM 0800-REGRAVA-ATIVOS
           END-IF.

           STOP RUN.

      ******************************************************************
      * 0100-CARREGA-ATIVOS - LE O FIXEDASSETS PARA A TABELA.
      ******************************************************************
       0100-CARREGA-ATIVOS SECTION.
           OPEN INPUT ASSET-MASTER-FILE.
           IF WRK-ATIVO-STATUS NOT = '00'
               GO TO 0100-EXIT
           END-IF.

           PERFORM UNTIL ATIVO-ACABOU
               READ ASSET-MASTER-FILE
                   AT END
                       MOVE 'S' TO WRK-ATIVO-EOF
                   NOT AT END
                       IF WRK-ATV-QTD < 500
                           ADD 1 TO WRK-ATV-QTD
                           MOVE FA-REGISTRO-X
                               TO WRK-ATV-LINHA(WRK-ATV-QTD)
                       ELSE
                           DISPLAY 'FIXEDASSETS COM MAIS DE 500 BENS'
                           DISPLAY 'CADASTRO NAO PODE SER ALTERADO'
                           MOVE 9 TO WRK-OPCAO
                           MOVE 'S' TO WRK-ATIVO-EOF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ASSET-MASTER-FILE.
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
      * 0200-EXECUTA-MENU - INCLUSAO, TRANSFERENCIA, BAIXA E LISTAGEM.
      ******************************************************************
       0200-EXECUTA-MENU SECTION.
           DISPLAY '1 - INCLUIR BEM'.
           DISPLAY '2 - TRANSFERIR BEM (FILIAL / CENTRO DE CUSTO)'.
           DISPLAY '3 - BAIXAR BEM (VENDA OU SUCATA)'.
           DISPLAY '4 - LISTAR BENS'.
           DISPLAY '9 - SAIR'.
           DISPLAY 'ESCOLHA UMA OPCAO: '.
           ACCEPT WRK-OPCAO.

           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0300-INCLUI-BEM
               WHEN 2
                   PERFORM 0400-TRANSFERE-BEM
               WHEN 3
                   PERFORM 0500-BAIXA-BEM
               WHEN 4
                   PERFORM 0700-LISTA-BENS
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

      ******************************************************************
      * 0250-BUSCA-BEM - PROCURA WRK-NUMERO NA TABELA; ACHANDO, DEIXA
      * O REGISTRO EM FA-REGISTRO E A POSICAO EM WRK-ATV-IDX.
      ******************************************************************
       0250-BUSCA-BEM SECTION.
           MOVE 'N' TO WRK-ATV-ACHOU.
           PERFORM VARYING WRK-ATV-IDX FROM 1 BY 1
                   UNTIL WRK-ATV-IDX > WRK-ATV-QTD
                       OR BEM-EXISTE
               MOVE WRK-ATV-LINHA(WRK-ATV-IDX) TO FA-REGISTRO
               IF FA-NUMERO = WRK-NUMERO
                   MOVE 'S' TO WRK-ATV-ACHOU
                   SUBTRACT 1 FROM WRK-ATV-IDX
               END-IF
           END-PERFORM.

      ******************************************************************
      * 0260-VALIDA-CONTA-GL - WRK-CONTA-GL PRECISA SER CONTA DE ATIVO
      * IMOBILIZADO (1301 A 1389) E EXISTIR NO PLANO (SEM O PLANO
      * CARREGADO, SO A FAIXA E CONFERIDA).
      ******************************************************************
       0260-VALIDA-CONTA-GL SECTION.
           MOVE 'N' TO WRK-PLN-ACHOU.
           IF WRK-CONTA-GL < 1301 OR WRK-CONTA-GL > 1389
               GO TO 0260-EXIT
           END-IF.
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
      * 0280-RECEBE-FILIAL - FILIAL CADASTRADA E ATIVA (FILUTIL V).
      ******************************************************************
       0280-RECEBE-FILIAL SECTION.
           DISPLAY 'FILIAL: '.
           ACCEPT WRK-FILIAL.
           MOVE 'V' TO FU-FUNCAO.
           MOVE WRK-FILIAL TO FU-FILIAL.
           CALL 'FILUTIL' USING FU-PARM.
           IF FU-RETORNO NOT = 'S'
               DISPLAY 'FILIAL ' WRK-FILIAL ' NAO CADASTRADA OU '
                       'ENCERRADA'
               GO TO 0280-RECEBE-FILIAL
           END-IF.

      ******************************************************************
      * 0290-RECEBE-DATA - PEDE UMA DATA E SO ACEITA O QUE O DATEUTIL
      * (FUNCAO V) APROVAR, ATE HOJE.
      ******************************************************************
       0290-RECEBE-DATA SECTION.
           ACCEPT WRK-DATA.
           MOVE 'V' TO DU-FUNCAO.
           MOVE WRK-DATA TO DU-DATA.
           CALL 'DATEUTIL' USING DU-PARM.
           IF DU-RETORNO NOT = 'S' OR WRK-DATA > WRK-HOJE
               DISPLAY 'DATA INVALIDA OU FUTURA - AAAAMMDD: '
               GO TO 0290-RECEBE-DATA
           END-IF.

      ******************************************************************
      * 0300-INCLUI-BEM - CADASTRA UM BEM NOVO. BEM TRAZIDO DA
      * PLANILHA INFORMA A DEPRECIACAO JA ACUMULADA E A ULTIMA
      * COMPETENCIA DEPRECIADA; BEM NOVO ENTRA COM ZERO. O CUSTO DE
      * AQUISICAO JA ESTA NO RAZAO PELA NOTA DE COMPRA OU PELO
      * LANCAMENTO DE IMPLANTACAO.
      ******************************************************************
       0300-INCLUI-BEM SECTION.
           IF WRK-ATV-QTD >= 500
               DISPLAY 'CADASTRO CHEIO (500 BENS)'
               GO TO 0300-EXIT
           END-IF.

           DISPLAY 'NUMERO DO BEM (PLAQUETA): '.
           ACCEPT WRK-NUMERO.
           IF WRK-NUMERO = 0
               DISPLAY 'NUMERO INVALIDO'
               GO TO 0300-EXIT
           END-IF.
           PERFORM 0250-BUSCA-BEM.
           IF BEM-EXISTE
               DISPLAY 'BEM JA CADASTRADO: ' FA-DESCRICAO
               GO TO 0300-EXIT
           END-IF.

           DISPLAY 'CONTA DO ATIVO NO RAZAO (1301 A 1389): '.
           ACCEPT WRK-CONTA-GL.
           PERFORM 0260-VALIDA-CONTA-GL.
           IF NOT CONTA-NO-PLANO
               DISPLAY 'CONTA ' WRK-CONTA-GL ' NAO E CONTA DE ATIVO '
                       'IMOBILIZADO DO PLANO'
               GO TO 0300-EXIT
           END-IF.

           DISPLAY 'CENTRO DE CUSTO: '.
           ACCEPT WRK-CCUSTO.
           PERFORM 0270-VALIDA-CCUSTO.
           IF NOT CCUSTO-VALIDO
               DISPLAY 'CENTRO DE CUSTO ' WRK-CCUSTO
                       ' NAO CONSTA NO COSTCENTERS'
               GO TO 0300-EXIT
           END-IF.

           INITIALIZE FA-REGISTRO.
           MOVE WRK-NUMERO   TO FA-NUMERO.
           MOVE WRK-CONTA-GL TO FA-CONTA-ATIVO.
           MOVE WRK-CCUSTO   TO FA-CCUSTO.
           PERFORM 0280-RECEBE-FILIAL.
           MOVE WRK-FILIAL   TO FA-FILIAL.
           DISPLAY 'DESCRICAO: '.
           ACCEPT FA-DESCRICAO.
           DISPLAY 'DATA DE AQUISICAO (AAAAMMDD): '.
           PERFORM 0290-RECEBE-DATA.
           MOVE WRK-DATA     TO FA-DATA-AQUIS.
           DISPLAY 'CUSTO DE AQUISICAO: '.
           ACCEPT FA-CUSTO.
           DISPLAY 'VIDA UTIL EM MESES: '.
           ACCEPT FA-VIDA-MESES.
           IF FA-CUSTO = 0 OR FA-VIDA-MESES = 0
               DISPLAY 'CUSTO E VIDA UTIL SAO OBRIGATORIOS'
               GO TO 0300-EXIT
           END-IF.

           DISPLAY 'DEPRECIACAO JA ACUMULADA (0 = BEM NOVO): '.
           ACCEPT FA-DEPREC-ACUM.
           IF FA-DEPREC-ACUM > FA-CUSTO
               DISPLAY 'DEPRECIACAO ACUMULADA MAIOR QUE O CUSTO'
               GO TO 0300-EXIT
           END-IF.
           MOVE 0 TO FA-ULT-DEPREC.
           IF FA-DEPREC-ACUM > 0
               DISPLAY 'ULTIMA COMPETENCIA DEPRECIADA (AAAAMM): '
               ACCEPT WRK-COMPET
               MOVE WRK-COMPET TO FA-ULT-DEPREC
           END-IF.

           MOVE 'A'    TO FA-SITUACAO.
           MOVE 0      TO FA-DATA-BAIXA.
           MOVE 0      TO FA-VALOR-BAIXA.

           ADD 1 TO WRK-ATV-QTD.
           MOVE FA-REGISTRO TO WRK-ATV-LINHA(WRK-ATV-QTD).
           MOVE 'S' TO WRK-MEXEU.
           DISPLAY 'BEM INCLUIDO: ' FA-NUMERO ' ' FA-DESCRICAO.
       0300-EXIT.
           EXIT.

      ******************************************************************
      * 0400-TRANSFERE-BEM - MUDA O BEM DE FILIAL E/OU CENTRO DE
      * CUSTO. A DEPRECIACAO DOS MESES SEGUINTES SAI NO CENTRO NOVO.
      ******************************************************************
       0400-TRANSFERE-BEM SECTION.
           DISPLAY 'NUMERO DO BEM: '.
           ACCEPT WRK-NUMERO.
           PERFORM 0250-BUSCA-BEM.
           IF NOT BEM-EXISTE
               DISPLAY 'BEM NAO CADASTRADO'
               GO TO 0400-EXIT
           END-IF.
           IF ATIVO-BAIXADO
               DISPLAY 'BEM JA BAIXADO EM ' FA-DATA-BAIXA
               GO TO 0400-EXIT
           END-IF.

           DISPLAY FA-DESCRICAO ' - FILIAL ' FA-FILIAL
                   ' CENTRO DE CUSTO ' FA-CCUSTO.
           DISPLAY 'NOVA FILIAL'.
           PERFORM 0280-RECEBE-FILIAL.
           DISPLAY 'NOVO CENTRO DE CUSTO: '.
           ACCEPT WRK-CCUSTO.
           PERFORM 0270-VALIDA-CCUSTO.
           IF NOT CCUSTO-VALIDO
               DISPLAY 'CENTRO DE CUSTO ' WRK-CCUSTO
                       ' NAO CONSTA NO COSTCENTERS'
               GO TO 0400-EXIT
           END-IF.

           MOVE WRK-FILIAL TO FA-FILIAL.
           MOVE WRK-CCUSTO TO FA-CCUSTO.
           MOVE FA-REGISTRO TO WRK-ATV-LINHA(WRK-ATV-IDX).
           MOVE 'S' TO WRK-MEXEU.
           DISPLAY 'BEM TRANSFERIDO'.
       0400-EXIT.
           EXIT.

      ******************************************************************
      * 0500-BAIXA-BEM - VENDA OU SUCATA DO BEM. O LANCAMENTO (ORIGEM
      * BXAT NO TRSYUTIL, CHAVE = NUMERO DO BEM) E:
      *   D 1001 VALOR RECEBIDO (SE HOUVER)
      *   D 1390 DEPRECIACAO ACUMULADA DO BEM
      *   C CONTA DO ATIVO PELO CUSTO DE AQUISICAO
      *   C 2203 GANHO (RECEBIDO ACIMA DO VALOR LIQUIDO) OU
      *   D 3702 PERDA (RECEBIDO ABAIXO DO VALOR LIQUIDO).
      * A DEPRECIACAO CONSIDERADA E A JA LANCADA PELO PROGCOB146 - A
      * DO MES DA BAIXA DEVE SER RODADA ANTES.
      ******************************************************************
       0500-BAIXA-BEM SECTION.
           DISPLAY 'NUMERO DO BEM: '.
           ACCEPT WRK-NUMERO.
           PERFORM 0250-BUSCA-BEM.
           IF NOT BEM-EXISTE
               DISPLAY 'BEM NAO CADASTRADO'
               GO TO 0500-EXIT
           END-IF.
           IF ATIVO-BAIXADO
               DISPLAY 'BEM JA BAIXADO EM ' FA-DATA-BAIXA
               GO TO 0500-EXIT
           END-IF.

           COMPUTE WRK-LIQUIDO = FA-CUSTO - FA-DEPREC-ACUM.
           MOVE FA-CUSTO TO WRK-CURR-ED-09.
           DISPLAY FA-DESCRICAO ' CUSTO ' WRK-CURR-ED-09.
           MOVE FA-DEPREC-ACUM TO WRK-CURR-ED-09.
           DISPLAY 'DEPRECIACAO ACUMULADA ' WRK-CURR-ED-09
                   ' ATE ' FA-ULT-DEPREC.
           MOVE WRK-LIQUIDO TO WRK-CURR-ED-09.
           DISPLAY 'VALOR LIQUIDO ' WRK-CURR-ED-09.

           DISPLAY 'DATA DA BAIXA (AAAAMMDD): '.
           PERFORM 0290-RECEBE-DATA.
           IF WRK-DATA < FA-DATA-AQUIS
               DISPLAY 'BAIXA ANTERIOR A AQUISICAO'
               GO TO 0500-EXIT
           END-IF.
           COMPUTE WRK-COMPET = WRK-DATA-ANO * 100 + WRK-DATA-MES.
           IF FA-ULT-DEPREC < WRK-COMPET
               AND FA-DEPREC-ACUM < FA-CUSTO
               DISPLAY 'ATENCAO: DEPRECIACAO SO ATE ' FA-ULT-DEPREC
                       ' - RODE O PROGCOB146 DO MES ANTES DA BAIXA'
           END-IF.

           DISPLAY 'VALOR RECEBIDO NA VENDA (0 = SUCATA): '.
           ACCEPT WRK-VALOR.
           DISPLAY 'CONFIRMA A BAIXA (S/N)? '.
           ACCEPT WRK-RESPOSTA.
           IF WRK-RESPOSTA NOT = 'S'
               DISPLAY 'BAIXA CANCELADA'
               GO TO 0500-EXIT
           END-IF.

           COMPUTE WRK-RESULTADO = WRK-VALOR - WRK-LIQUIDO.

           MOVE 'L'              TO TS-FUNCAO.
           MOVE 'BXAT'           TO TS-ORIGEM.
           MOVE SPACES           TO TS-CHAVE.
           MOVE FA-NUMERO        TO TS-CHAVE.
           MOVE WRK-DATA         TO TS-DATA.
           MOVE 'PROGCOB145'     TO TS-OPERADOR.
           MOVE 4                TO TS-QTDE-PERNAS.
           MOVE WRK-CTA-CAIXA    TO TS-CONTA(1).
           MOVE 'D'              TO TS-TIPO(1).
           MOVE WRK-VALOR        TO TS-VALOR(1).
           MOVE SPACES           TO TS-CCUSTO(1).
           MOVE WRK-CTA-DEPR-ACUM TO TS-CONTA(2).
           MOVE 'D'              TO TS-TIPO(2).
           MOVE FA-DEPREC-ACUM   TO TS-VALOR(2).
           MOVE FA-CCUSTO        TO TS-CCUSTO(2).
           MOVE FA-CONTA-ATIVO   TO TS-CONTA(3).
           MOVE 'C'              TO TS-TIPO(3).
           MOVE FA-CUSTO         TO TS-VALOR(3).
           MOVE FA-CCUSTO        TO TS-CCUSTO(3).
           IF WRK-RESULTADO > 0
               MOVE WRK-CTA-GANHO TO TS-CONTA(4)
               MOVE 'C'           TO TS-TIPO(4)
               MOVE WRK-RESULTADO TO TS-VALOR(4)
           ELSE
               MOVE WRK-CTA-PERDA TO TS-CONTA(4)
               MOVE 'D'           TO TS-TIPO(4)
               COMPUTE TS-VALOR(4) = 0 - WRK-RESULTADO
           END-IF.
           MOVE FA-CCUSTO        TO TS-CCUSTO(4).
           CALL 'TRSYUTIL' USING TS-PARM.

           EVALUATE TS-RETORNO
               WHEN 'S'
                   DISPLAY 'BAIXA LANCADA NO RAZAO'
               WHEN 'J'
                   DISPLAY 'BAIXA DESTE BEM JA CONSTAVA NO RAZAO - '
                           'SO O CADASTRO FOI ATUALIZADO'
               WHEN OTHER
                   DISPLAY 'LANCAMENTO RECUSADO - BAIXA NAO FEITA'
                   GO TO 0500-EXIT
           END-EVALUATE.

           MOVE 'B'       TO FA-SITUACAO.
           MOVE WRK-DATA  TO FA-DATA-BAIXA.
           MOVE WRK-VALOR TO FA-VALOR-BAIXA.
           MOVE FA-REGISTRO TO WRK-ATV-LINHA(WRK-ATV-IDX).
           MOVE 'S' TO WRK-MEXEU.

           IF WRK-RESULTADO > 0
               MOVE WRK-RESULTADO TO WRK-CURR-ED-09
               DISPLAY 'GANHO NA BAIXA: ' WRK-CURR-ED-09
           ELSE
               COMPUTE WRK-LIQUIDO = 0 - WRK-RESULTADO
               MOVE WRK-LIQUIDO TO WRK-CURR-ED-09
               DISPLAY 'PERDA NA BAIXA: ' WRK-CURR-ED-09
           END-IF.
       0500-EXIT.
           EXIT.

      ******************************************************************
      * 0700-LISTA-BENS - LISTA O CADASTRO NO CONSOLE.
      ******************************************************************
       0700-LISTA-BENS SECTION.
           IF WRK-ATV-QTD = 0
               DISPLAY 'NENHUM BEM CADASTRADO'
               GO TO 0700-EXIT
           END-IF.

           PERFORM VARYING WRK-ATV-IDX FROM 1 BY 1
                   UNTIL WRK-ATV-IDX > WRK-ATV-QTD
               MOVE WRK-ATV-LINHA(WRK-ATV-IDX) TO FA-REGISTRO
               MOVE FA-CUSTO TO WRK-CURR-ED-09
               DISPLAY FA-NUMERO ' ' FA-DESCRICAO ' FIL '
                       FA-FILIAL ' CC ' FA-CCUSTO ' CTA '
                       FA-CONTA-ATIVO ' ' WRK-CURR-ED-09 ' '
                       FA-SITUACAO
           END-PERFORM.
       0700-EXIT.
           EXIT.

      ******************************************************************
      * 0800-REGRAVA-ATIVOS - REGRAVA O FIXEDASSETS COMPLETO.
      ******************************************************************
       0800-REGRAVA-ATIVOS SECTION.
           OPEN OUTPUT ASSET-MASTER-FILE.
           PERFORM VARYING WRK-ATV-IDX FROM 1 BY 1
                   UNTIL WRK-ATV-IDX > WRK-ATV-QTD
               MOVE WRK-ATV-LINHA(WRK-ATV-IDX) TO FA-REGISTRO-X
               WRITE FA-REGISTRO-X
           END-PERFORM.
           CLOSE ASSET-MASTER-FILE.
           DISPLAY 'FIXEDASSETS REGRAVADO COM ' WRK-ATV-QTD ' BENS'.

       END PROGRAM PROGCOB145.
