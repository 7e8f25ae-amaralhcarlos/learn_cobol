       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB127.
      ******************************************************************
      *AUTHOR: CARLOS AMARAL
      *DATE: 15/10/2026
      *PURPOSE: INVENTARIO FISICO DE ESTOQUE POR FILIAL (ANUAL OU
      *         ROTATIVO). O OPERADOR (VALIDADO NO USERMASTER COM PIN)
      *         CONGELA A QUANTIDADE DO LIVRO (STOCKBAL) DE CADA
      *         PRODUTO DA FILIAL NO INVCOUNT E IMPRIME AS FOLHAS DE
      *         CONTAGEM (COUNTSHEET, SEM A QUANTIDADE DO LIVRO, PARA A
      *         CONTAGEM SER CEGA); DIGITA AS QUANTIDADES CONTADAS;
      *         TIRA O RELATORIO DE DIVERGENCIAS EM UNIDADES E EM
      *         VALOR (INVVARRPT, AVALIADO PELO CUSTO MEDIO OU PRECO DO
      *         PRODMASTER NO CONGELAMENTO); E, COM NIVEL SUPERVISOR
      *         (03) OU ADMIN (01), APROVA AS DIVERGENCIAS: O SALDO E
      *         AJUSTADO PELO STOCKUTIL (FUNCAO 'A', CONTADO - LIVRO,
      *         DE MODO QUE O QUE SE MOVEU DEPOIS DO CONGELAMENTO
      *         CONTINUA VALENDO) E A QUEBRA (D 3401 / C 1201) OU A
      *         SOBRA (D 1201 / C 3401) E POSTADA BALANCEADA NO
      *         GLTRANSACTIONS, CENTRO DE CUSTO DA FILIAL, PARA O
      *         BALANCETE DO PROGCOB036 MOSTRAR O AJUSTE. COMPETENCIA
      *         JA FECHADA NO GLCLOSE NAO ACEITA A APROVACAO.
      *MODIFICATION HISTORY:
      * 15/10/2026 - O ITEM CONGELADO PASSOU A SER AVALIADO PELO CUSTO
      *              MEDIO PONDERADO DO PRODMASTER (PRD-CUSTO-MEDIO),
      *              A MESMA BASE DO ESTOQUE NO RAZAO (CONTA 1201);
      *              PRODUTO AINDA SEM CUSTO CONTINUA PELO PRECO
      *              UNITARIO.
      * 15/10/2026 - PIN CONFERIDO PELO HASH COM SAL DO USERMASTER
      *              (SUBPROGRAMA PINUTIL), SEM COMPARAR O PIN EM CLARO;
      *              WRK-PIN ACEITA A SENHA LONGA DO ADMIN.
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
           SELECT USER-MASTER-FILE ASSIGN TO 'USERMASTER'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UM-USER
               FILE STATUS IS WRK-USERMASTER-STATUS.

           SELECT PRODUCT-MASTER-FILE ASSIGN TO 'PRODMASTER'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRD-CODIGO
               FILE STATUS IS WRK-PROD-STATUS.

           SELECT STOCK-BAL-FILE ASSIGN TO 'STOCKBAL'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SB-CHAVE
               FILE STATUS IS WRK-SALDO-STATUS.

           SELECT INV-COUNT-FILE ASSIGN TO 'INVCOUNT'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IC-CHAVE
               FILE STATUS IS WRK-CONT-STATUS.

           SELECT COUNT-SHEET-FILE ASSIGN TO 'COUNTSHEET'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-SHEET-STATUS.

           SELECT VARIANCE-REPORT-FILE ASSIGN TO 'INVVARRPT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-REPORT-STATUS.

           SELECT GL-TRANSACTION-FILE ASSIGN TO 'GLTRANSACTIONS'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-GL-STATUS.

           SELECT GL-CLOSE-FILE ASSIGN TO 'GLCLOSE'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-CLOSE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  USER-MASTER-FILE.
           COPY 'USERMASTER-REC.cob'.

       FD  PRODUCT-MASTER-FILE.
           COPY 'PRODMASTER-REC.cob'.

       FD  STOCK-BAL-FILE.
           COPY 'STOCKBAL-REC.cob'.

       FD  INV-COUNT-FILE.
           COPY 'INVCOUNT-REC.cob'.

       FD  COUNT-SHEET-FILE.
       01  CS-LINHA                PIC X(100).

       FD  VARIANCE-REPORT-FILE.
       01  VR-LINHA                PIC X(120).

       FD  GL-TRANSACTION-FILE.
           COPY 'GLTXN-REC.cob'.

       FD  GL-CLOSE-FILE.
       01  GC-REGISTRO.
           02  GC-COMPETENCIA  PIC 9(06).

       WORKING-STORAGE SECTION.
       COPY 'CURRENCY-BOOK.cob'.
           COPY 'STOCKUTIL-PARM.cob'.
           COPY 'FILUTIL-PARM.cob'.

       77  WRK-USERMASTER-STATUS PIC X(02)     VALUE SPACES.
       77  WRK-PROD-STATUS     PIC X(02)       VALUE SPACES.
       77  WRK-PROD-ABERTO     PIC X(01)       VALUE 'N'.
       77  WRK-SALDO-STATUS    PIC X(02)       VALUE SPACES.
       77  WRK-SALDO-EOF       PIC X(01)       VALUE 'N'.
           88  SALDO-ACABOU                    VALUE 'S'.
       77  WRK-CONT-STATUS     PIC X(02)       VALUE SPACES.
       77  WRK-CONT-EOF        PIC X(01)       VALUE 'N'.
           88  CONT-ACABOU                     VALUE 'S'.
       77  WRK-SHEET-STATUS    PIC X(02)       VALUE SPACES.
       77  WRK-REPORT-STATUS   PIC X(02)       VALUE SPACES.
       77  WRK-GL-STATUS       PIC X(02)       VALUE SPACES.
       77  WRK-CLOSE-STATUS    PIC X(02)       VALUE SPACES.
       77  WRK-CLOSE-EOF       PIC X(01)       VALUE 'N'.
           88  CLOSE-ACABOU                    VALUE 'S'.

       77  WRK-USER            PIC X(20)       VALUE SPACES.
       77  WRK-PIN             PIC X(16)       VALUE SPACES.
           COPY 'PINUTIL-PARM.cob'.
       77  WRK-NIVEL           PIC 9(02)       VALUE ZEROES.
       77  WRK-LOGIN-OK        PIC X(01)       VALUE 'N'.
           88  LOGIN-VALIDO                    VALUE 'S'.

       77  WRK-OPCAO           PIC 9(01)       VALUE ZEROES.
       77  WRK-FILIAL          PIC 9(02)       VALUE ZEROES.
       77  WRK-PRODUTO         PIC X(08)       VALUE SPACES.
       77  WRK-QTDE            PIC 9(07)       VALUE ZEROES.
       77  WRK-CONFIRMA        PIC X(01)       VALUE SPACES.
       77  WRK-ABERTA          PIC X(01)       VALUE 'N'.
       77  WRK-PERIODO-FECHADO PIC X(01)       VALUE 'N'.

       01  WRK-HOJE.
           02  WRK-HOJE-ANO    PIC 9(04)       VALUE ZEROES.
           02  WRK-HOJE-MES    PIC 9(02)       VALUE ZEROES.
           02  WRK-HOJE-DIA    PIC 9(02)       VALUE ZEROES.
       01  WRK-COMPETENCIA.
           02  WRK-COMP-ANO    PIC 9(04)       VALUE ZEROES.
           02  WRK-COMP-MES    PIC 9(02)       VALUE ZEROES.

      ******************************************************************
      * DIVERGENCIA DE UM ITEM (CONTADO - LIVRO) E OS TOTAIS DA
      * FILIAL EM UNIDADES E EM VALOR: QUEBRA = FALTOU, SOBRA = SOBROU.
      ******************************************************************
       77  WRK-DIF-QTDE        PIC S9(07)      VALUE ZEROES.
       77  WRK-DIF-ABS         PIC 9(07)       VALUE ZEROES.
       77  WRK-DIF-VALOR       PIC 9(09)V99    VALUE ZEROES.
       77  WRK-DIF-ED          PIC -Z.ZZZ.ZZ9  VALUE ZEROES.
       77  WRK-QTDE-ITENS      PIC 9(05)       VALUE ZEROES.
       77  WRK-QTDE-CONTADOS   PIC 9(05)       VALUE ZEROES.
       77  WRK-QTDE-DIVERG     PIC 9(05)       VALUE ZEROES.
       77  WRK-QTDE-RECUSADOS  PIC 9(05)       VALUE ZEROES.
       77  WRK-UNID-QUEBRA     PIC 9(09)       VALUE ZEROES.
       77  WRK-UNID-SOBRA      PIC 9(09)       VALUE ZEROES.
       77  WRK-TOT-QUEBRA      PIC 9(09)V99    VALUE ZEROES.
       77  WRK-TOT-SOBRA       PIC 9(09)V99    VALUE ZEROES.

       PROCEDURE DIVISION.

           PERFORM 0050-VALIDA-USUARIO.
           IF NOT LOGIN-VALIDO
               DISPLAY 'ACESSO NEGADO'
               STOP RUN
           END-IF.

           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-HOJE-ANO TO WRK-COMP-ANO.
           MOVE WRK-HOJE-MES TO WRK-COMP-MES.

           OPEN I-O INV-COUNT-FILE.
           IF WRK-CONT-STATUS NOT = '00'
               OPEN OUTPUT INV-COUNT-FILE
               CLOSE INV-COUNT-FILE
               OPEN I-O INV-COUNT-FILE
           END-IF.

           PERFORM 0100-EXECUTA-MENU UNTIL WRK-OPCAO = 9.

           CLOSE INV-COUNT-FILE.

           STOP RUN.

      ******************************************************************
      * 0050-VALIDA-USUARIO - EXIGE USUARIO DO USERMASTER COM PIN
      * CORRETO E CONTA NAO BLOQUEADA (MESMA MECANICA DO PROGCOB072).
      * O NIVEL FICA GUARDADO PARA A APROVACAO.
      ******************************************************************
       0050-VALIDA-USUARIO SECTION.
           MOVE 'N' TO WRK-LOGIN-OK.

           OPEN INPUT USER-MASTER-FILE.
           IF WRK-USERMASTER-STATUS NOT = '00'
               DISPLAY 'USERMASTER INDISPONIVEL'
               GO TO 0050-EXIT
           END-IF.

           DISPLAY 'USUARIO: '.
           ACCEPT WRK-USER.
           DISPLAY 'PIN: '.
           ACCEPT WRK-PIN.

           MOVE WRK-USER TO UM-USER.
           READ USER-MASTER-FILE
               INVALID KEY
                   DISPLAY 'USUARIO NAO CADASTRADO'
               NOT INVALID KEY
                   MOVE 'C'         TO PU-FUNCAO
                   MOVE WRK-PIN     TO PU-SENHA
                   MOVE UM-PIN-SALT TO PU-SALT
                   MOVE UM-PIN-HASH TO PU-HASH
                   CALL 'PINUTIL' USING PU-PARM
                   IF PU-CONFERE AND NOT CONTA-BLOQUEADA
                       MOVE 'S' TO WRK-LOGIN-OK
                       MOVE UM-LEVEL TO WRK-NIVEL
                   END-IF
           END-READ.

           CLOSE USER-MASTER-FILE.
       0050-EXIT.
           EXIT.

      ******************************************************************
      * 0100-EXECUTA-MENU - MENU DO INVENTARIO, ATE O OPERADOR PEDIR A
      * SAIDA.
      ******************************************************************
       0100-EXECUTA-MENU SECTION.
           DISPLAY '1 - CONGELAR SALDOS E IMPRIMIR FOLHAS DE CONTAGEM'.
           DISPLAY '2 - DIGITAR CONTAGEM'.
           DISPLAY '3 - RELATORIO DE DIVERGENCIAS'.
           DISPLAY '4 - APROVAR E POSTAR AJUSTES'.
           DISPLAY '9 - SAIR'.
           DISPLAY 'ESCOLHA UMA OPCAO: '.
           ACCEPT WRK-OPCAO.

           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0200-CONGELA
               WHEN 2
                   PERFORM 0300-DIGITA-CONTAGEM
               WHEN 3
                   PERFORM 0400-DIVERGENCIAS
               WHEN 4
                   PERFORM 0500-APROVA
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

      ******************************************************************
      * 0150-RECEBE-FILIAL - PEDE A FILIAL (ATIVA NO FILUTIL) E DIZ EM
      * WRK-ABERTA SE ELA TEM CONTAGEM EM ANDAMENTO NO INVCOUNT.
      ******************************************************************
       0150-RECEBE-FILIAL SECTION.
           MOVE 'N' TO WRK-ABERTA.

           DISPLAY 'FILIAL: '.
           ACCEPT WRK-FILIAL.
           MOVE 'V' TO FU-FUNCAO.
           MOVE WRK-FILIAL TO FU-FILIAL.
           CALL 'FILUTIL' USING FU-PARM.
           IF FU-RETORNO NOT = 'S'
               DISPLAY 'FILIAL INATIVA OU NAO CADASTRADA'
               MOVE 'X' TO WRK-ABERTA
               GO TO 0150-EXIT
           END-IF.

           PERFORM 0160-POSICIONA-FILIAL.
           PERFORM UNTIL CONT-ACABOU
               IF CONTAGEM-ABERTA
                   MOVE 'S' TO WRK-ABERTA
                   MOVE 'S' TO WRK-CONT-EOF
               ELSE
                   PERFORM 0170-PROXIMO-ITEM
               END-IF
           END-PERFORM.
       0150-EXIT.
           EXIT.

      ******************************************************************
      * 0160-POSICIONA-FILIAL - POSICIONA NO PRIMEIRO ITEM DA FILIAL NO
      * INVCOUNT E O LE; WRK-CONT-EOF FICA 'S' QUANDO NAO HA ITEM.
      ******************************************************************
       0160-POSICIONA-FILIAL SECTION.
           MOVE 'N' TO WRK-CONT-EOF.
           MOVE WRK-FILIAL TO IC-FILIAL.
           MOVE LOW-VALUES TO IC-PRODUTO.
           START INV-COUNT-FILE KEY IS NOT LESS THAN IC-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-CONT-EOF
           END-START.
           IF NOT CONT-ACABOU
               PERFORM 0170-PROXIMO-ITEM
           END-IF.

      ******************************************************************
      * 0170-PROXIMO-ITEM - LE O PROXIMO ITEM; ITEM DE OUTRA FILIAL
      * ENCERRA A LEITURA.
      ******************************************************************
       0170-PROXIMO-ITEM SECTION.
           READ INV-COUNT-FILE NEXT
               AT END
                   MOVE 'S' TO WRK-CONT-EOF
               NOT AT END
                   IF IC-FILIAL NOT = WRK-FILIAL
                       MOVE 'S' TO WRK-CONT-EOF
                   END-IF
           END-READ.

      ******************************************************************
      * 0200-CONGELA - ABRE A CONTAGEM DA FILIAL: REGRAVA NO INVCOUNT
      * UM ITEM POR PRODUTO COM SALDO NO STOCKBAL (QUANTIDADE DO LIVRO
      * E PRECO DE AVALIACAO DE HOJE) E IMPRIME A FOLHA DE CONTAGEM.
      * FILIAL COM CONTAGEM EM ANDAMENTO NAO E CONGELADA DE NOVO.
      ******************************************************************
       0200-CONGELA SECTION.
           PERFORM 0150-RECEBE-FILIAL.
           IF WRK-ABERTA = 'X'
               GO TO 0200-EXIT
           END-IF.
           IF WRK-ABERTA = 'S'
               DISPLAY 'FILIAL JA TEM CONTAGEM EM ANDAMENTO - APROVE '
                       'OS AJUSTES ANTES DE CONGELAR DE NOVO'
               GO TO 0200-EXIT
           END-IF.

           OPEN INPUT STOCK-BAL-FILE.
           IF WRK-SALDO-STATUS NOT = '00'
               DISPLAY 'STOCKBAL AINDA NAO EXISTE - ESTOQUE NAO '
                       'CONTROLADO'
               GO TO 0200-EXIT
           END-IF.
           OPEN INPUT PRODUCT-MASTER-FILE.
           MOVE 'N' TO WRK-PROD-ABERTO.
           IF WRK-PROD-STATUS = '00'
               MOVE 'S' TO WRK-PROD-ABERTO
           END-IF.

           OPEN OUTPUT COUNT-SHEET-FILE.
           MOVE SPACES TO CS-LINHA.
           STRING 'FOLHA DE CONTAGEM - FILIAL ' WRK-FILIAL ' '
                  FU-NOME ' - CONGELADO EM ' WRK-HOJE
               DELIMITED BY SIZE INTO CS-LINHA
           END-STRING
           WRITE CS-LINHA.
           MOVE SPACES TO CS-LINHA.
           WRITE CS-LINHA FROM
               'PRODUTO  DESCRICAO                      CONTADO'.
           MOVE SPACES TO CS-LINHA.
           WRITE CS-LINHA FROM '-------------------------------------'.

           MOVE 0 TO WRK-QTDE-ITENS.
           MOVE 'N' TO WRK-SALDO-EOF.
           PERFORM UNTIL SALDO-ACABOU
               READ STOCK-BAL-FILE NEXT
                   AT END
                       MOVE 'S' TO WRK-SALDO-EOF
                   NOT AT END
                       IF SB-FILIAL = WRK-FILIAL
                           PERFORM 0250-CONGELA-ITEM
                       END-IF
               END-READ
           END-PERFORM.

           MOVE SPACES TO CS-LINHA.
           WRITE CS-LINHA FROM '-------------------------------------'.
           MOVE SPACES TO CS-LINHA.
           STRING 'ITENS A CONTAR: ' WRK-QTDE-ITENS
                  '   CONTADO POR: ____________________'
               DELIMITED BY SIZE INTO CS-LINHA
           END-STRING
           WRITE CS-LINHA.
           CLOSE COUNT-SHEET-FILE.

           CLOSE STOCK-BAL-FILE.
           IF WRK-PROD-ABERTO = 'S'
               CLOSE PRODUCT-MASTER-FILE
               MOVE 'N' TO WRK-PROD-ABERTO
           END-IF.

           DISPLAY 'CONTAGEM ABERTA - ' WRK-QTDE-ITENS
                   ' ITENS CONGELADOS, FOLHAS EM COUNTSHEET'.
       0200-EXIT.
           EXIT.

      ******************************************************************
      * 0250-CONGELA-ITEM - GRAVA (OU REGRAVA, SE SOBROU DE UMA
      * CONTAGEM ANTERIOR) O ITEM CONGELADO E A LINHA DA FOLHA.
      ******************************************************************
       0250-CONGELA-ITEM SECTION.
           MOVE 0 TO PRD-PRECO-UNIT.
           MOVE 0 TO PRD-CUSTO-MEDIO.
           MOVE SPACES TO PRD-DESCRICAO.
           IF WRK-PROD-ABERTO = 'S'
               MOVE SB-PRODUTO TO PRD-CODIGO
               READ PRODUCT-MASTER-FILE
                   INVALID KEY
                       MOVE 0 TO PRD-PRECO-UNIT
                       MOVE 0 TO PRD-CUSTO-MEDIO
                       MOVE 'NAO CADASTRADO' TO PRD-DESCRICAO
               END-READ
           END-IF.

           MOVE WRK-FILIAL     TO IC-FILIAL.
           MOVE SB-PRODUTO     TO IC-PRODUTO.
           MOVE WRK-HOJE       TO IC-DATA-CONGELA.
           MOVE SB-QTDE        TO IC-QTDE-LIVRO.
           MOVE 0              TO IC-QTDE-CONTADA.
           MOVE 'N'            TO IC-CONTADO.
           PERFORM 0255-PRECO-AVALIACAO.
           MOVE 'C'            TO IC-SITUACAO.
           MOVE 0              TO IC-DATA-AJUSTE.
           MOVE WRK-USER       TO IC-OPERADOR.
           WRITE IC-REGISTRO
               INVALID KEY
                   REWRITE IC-REGISTRO
           END-WRITE.
           ADD 1 TO WRK-QTDE-ITENS.

           MOVE SPACES TO CS-LINHA.
           STRING SB-PRODUTO ' ' PRD-DESCRICAO ' ________'
               DELIMITED BY SIZE INTO CS-LINHA
           END-STRING
           WRITE CS-LINHA.

      ******************************************************************
      * 0255-PRECO-AVALIACAO - CUSTO MEDIO DO PRODUTO LIDO; SEM CUSTO,
      * O PRECO UNITARIO DE TABELA.
      ******************************************************************
       0255-PRECO-AVALIACAO SECTION.
           IF PRD-CUSTO-MEDIO NOT NUMERIC
               MOVE 0 TO PRD-CUSTO-MEDIO
           END-IF.
           IF PRD-CUSTO-MEDIO > 0
               MOVE PRD-CUSTO-MEDIO TO IC-PRECO-AVAL
           ELSE
               MOVE PRD-PRECO-UNIT TO IC-PRECO-AVAL
           END-IF.

      ******************************************************************
      * 0300-DIGITA-CONTAGEM - RECEBE AS QUANTIDADES CONTADAS DA
      * FILIAL, PRODUTO A PRODUTO, ATE 'FIM'. PRODUTO ACHADO NA
      * CONTAGEM SEM SALDO NO LIVRO ENTRA COM LIVRO ZERO, DESDE QUE
      * ESTEJA NO PRODMASTER. DIGITAR DE NOVO SUBSTITUI A CONTAGEM.
      ******************************************************************
       0300-DIGITA-CONTAGEM SECTION.
           PERFORM 0150-RECEBE-FILIAL.
           IF WRK-ABERTA NOT = 'S'
               IF WRK-ABERTA = 'N'
                   DISPLAY 'FILIAL SEM CONTAGEM EM ANDAMENTO'
               END-IF
               GO TO 0300-EXIT
           END-IF.

           OPEN INPUT PRODUCT-MASTER-FILE.
           MOVE 'N' TO WRK-PROD-ABERTO.
           IF WRK-PROD-STATUS = '00'
               MOVE 'S' TO WRK-PROD-ABERTO
           END-IF.
           MOVE SPACES TO WRK-PRODUTO.
           PERFORM 0350-RECEBE-ITEM UNTIL WRK-PRODUTO = 'FIM'.
           IF WRK-PROD-ABERTO = 'S'
               CLOSE PRODUCT-MASTER-FILE
               MOVE 'N' TO WRK-PROD-ABERTO
           END-IF.
       0300-EXIT.
           EXIT.

      ******************************************************************
      * 0350-RECEBE-ITEM - UM PRODUTO CONTADO.
      ******************************************************************
       0350-RECEBE-ITEM SECTION.
           DISPLAY 'PRODUTO (FIM PARA ENCERRAR): '.
           ACCEPT WRK-PRODUTO.
           IF WRK-PRODUTO = 'FIM'
               GO TO 0350-EXIT
           END-IF.

           MOVE WRK-FILIAL  TO IC-FILIAL.
           MOVE WRK-PRODUTO TO IC-PRODUTO.
           READ INV-COUNT-FILE
               INVALID KEY
                   PERFORM 0360-ITEM-NOVO
                   IF WRK-CONFIRMA NOT = 'S'
                       GO TO 0350-EXIT
                   END-IF
           END-READ.

           IF NOT CONTAGEM-ABERTA
               DISPLAY 'ITEM JA AJUSTADO NESTA CONTAGEM'
               GO TO 0350-EXIT
           END-IF.

           DISPLAY 'QUANTIDADE CONTADA: '.
           ACCEPT WRK-QTDE.

           MOVE WRK-QTDE TO IC-QTDE-CONTADA.
           MOVE 'S'      TO IC-CONTADO.
           MOVE WRK-USER TO IC-OPERADOR.
           REWRITE IC-REGISTRO.
       0350-EXIT.
           EXIT.

      ******************************************************************
      * 0360-ITEM-NOVO - PRODUTO CONTADO QUE NAO FOI CONGELADO: ENTRA
      * COM LIVRO ZERO SE ESTIVER NO PRODMASTER (WRK-CONFIRMA 'S').
      ******************************************************************
       0360-ITEM-NOVO SECTION.
           MOVE 'N' TO WRK-CONFIRMA.
           IF WRK-PROD-ABERTO NOT = 'S'
               DISPLAY 'PRODUTO NAO CONGELADO E PRODMASTER INDISPONIVEL'
               GO TO 0360-EXIT
           END-IF.

           MOVE WRK-PRODUTO TO PRD-CODIGO.
           READ PRODUCT-MASTER-FILE
               INVALID KEY
                   DISPLAY 'PRODUTO NAO CADASTRADO (VER PROGCOB080)'
                   GO TO 0360-EXIT
           END-READ.

           DISPLAY 'PRODUTO SEM SALDO NO LIVRO - ENTRA COM LIVRO ZERO'.
           MOVE WRK-FILIAL     TO IC-FILIAL.
           MOVE WRK-PRODUTO    TO IC-PRODUTO.
           MOVE WRK-HOJE       TO IC-DATA-CONGELA.
           MOVE 0              TO IC-QTDE-LIVRO.
           MOVE 0              TO IC-QTDE-CONTADA.
           MOVE 'N'            TO IC-CONTADO.
           PERFORM 0255-PRECO-AVALIACAO.
           MOVE 'C'            TO IC-SITUACAO.
           MOVE 0              TO IC-DATA-AJUSTE.
           MOVE WRK-USER       TO IC-OPERADOR.
           WRITE IC-REGISTRO.
           MOVE 'S' TO WRK-CONFIRMA.
       0360-EXIT.
           EXIT.

      ******************************************************************
      * 0400-DIVERGENCIAS - RELATORIO INVVARRPT DA CONTAGEM EM
      * ANDAMENTO: LIVRO, CONTADO E DIFERENCA EM UNIDADES E EM VALOR DE
      * CADA ITEM, ITENS AINDA NAO CONTADOS APONTADOS, E OS TOTAIS DE
      * QUEBRA E SOBRA.
      ******************************************************************
       0400-DIVERGENCIAS SECTION.
           PERFORM 0150-RECEBE-FILIAL.
           IF WRK-ABERTA NOT = 'S'
               IF WRK-ABERTA = 'N'
                   DISPLAY 'FILIAL SEM CONTAGEM EM ANDAMENTO'
               END-IF
               GO TO 0400-EXIT
           END-IF.

           OPEN OUTPUT VARIANCE-REPORT-FILE.
           MOVE SPACES TO VR-LINHA.
           STRING 'DIVERGENCIAS DO INVENTARIO - FILIAL ' WRK-FILIAL
                  ' ' FU-NOME ' - EM ' WRK-HOJE
               DELIMITED BY SIZE INTO VR-LINHA
           END-STRING
           WRITE VR-LINHA.
           MOVE SPACES TO VR-LINHA.
           WRITE VR-LINHA FROM
               'PRODUTO  LIVRO   CONTADO DIFERENCA       VALOR'.
           MOVE SPACES TO VR-LINHA.
           WRITE VR-LINHA FROM '-------------------------------------'.

           PERFORM 0480-ZERA-TOTAIS.
           PERFORM 0160-POSICIONA-FILIAL.
           PERFORM UNTIL CONT-ACABOU
               IF CONTAGEM-ABERTA
                   PERFORM 0450-LINHA-DIVERGENCIA
               END-IF
               PERFORM 0170-PROXIMO-ITEM
           END-PERFORM.

           PERFORM 0490-IMPRIME-TOTAIS.
           CLOSE VARIANCE-REPORT-FILE.

           DISPLAY 'ITENS: ' WRK-QTDE-ITENS ' CONTADOS: '
                   WRK-QTDE-CONTADOS ' DIVERGENTES: '
                   WRK-QTDE-DIVERG ' - VER INVVARRPT'.
       0400-EXIT.
           EXIT.

      ******************************************************************
      * 0420-CALCULA-DIVERGENCIA - DIFERENCA CONTADO - LIVRO DO ITEM
      * CORRENTE, EM UNIDADES E EM VALOR, ACUMULADA NA QUEBRA OU NA
      * SOBRA.
      ******************************************************************
       0420-CALCULA-DIVERGENCIA SECTION.
           COMPUTE WRK-DIF-QTDE = IC-QTDE-CONTADA - IC-QTDE-LIVRO.
           IF WRK-DIF-QTDE < 0
               COMPUTE WRK-DIF-ABS = 0 - WRK-DIF-QTDE
           ELSE
               MOVE WRK-DIF-QTDE TO WRK-DIF-ABS
           END-IF.
           COMPUTE WRK-DIF-VALOR = WRK-DIF-ABS * IC-PRECO-AVAL.

           IF WRK-DIF-QTDE < 0
               ADD WRK-DIF-ABS   TO WRK-UNID-QUEBRA
               ADD WRK-DIF-VALOR TO WRK-TOT-QUEBRA
           END-IF.
           IF WRK-DIF-QTDE > 0
               ADD WRK-DIF-ABS   TO WRK-UNID-SOBRA
               ADD WRK-DIF-VALOR TO WRK-TOT-SOBRA
           END-IF.
           IF WRK-DIF-QTDE NOT = 0
               ADD 1 TO WRK-QTDE-DIVERG
           END-IF.

      ******************************************************************
      * 0450-LINHA-DIVERGENCIA - UMA LINHA DO RELATORIO POR ITEM.
      ******************************************************************
       0450-LINHA-DIVERGENCIA SECTION.
           ADD 1 TO WRK-QTDE-ITENS.
           MOVE SPACES TO VR-LINHA.
           IF NOT ITEM-CONTADO
               STRING IC-PRODUTO ' ' IC-QTDE-LIVRO
                      ' NAO CONTADO - NAO SERA AJUSTADO'
                   DELIMITED BY SIZE INTO VR-LINHA
               END-STRING
               WRITE VR-LINHA
               GO TO 0450-EXIT
           END-IF.

           ADD 1 TO WRK-QTDE-CONTADOS.
           PERFORM 0420-CALCULA-DIVERGENCIA.
           MOVE WRK-DIF-QTDE  TO WRK-DIF-ED.
           MOVE WRK-DIF-VALOR TO WRK-CURR-ED-09.
           STRING IC-PRODUTO ' ' IC-QTDE-LIVRO ' ' IC-QTDE-CONTADA
                  ' ' WRK-DIF-ED ' ' WRK-CURR-ED-09
               DELIMITED BY SIZE INTO VR-LINHA
           END-STRING
           WRITE VR-LINHA.
       0450-EXIT.
           EXIT.

      ******************************************************************
      * 0480-ZERA-TOTAIS - ZERA OS CONTADORES E TOTAIS DA FILIAL.
      ******************************************************************
       0480-ZERA-TOTAIS SECTION.
           MOVE 0 TO WRK-QTDE-ITENS.
           MOVE 0 TO WRK-QTDE-CONTADOS.
           MOVE 0 TO WRK-QTDE-DIVERG.
           MOVE 0 TO WRK-QTDE-RECUSADOS.
           MOVE 0 TO WRK-UNID-QUEBRA.
           MOVE 0 TO WRK-UNID-SOBRA.
           MOVE 0 TO WRK-TOT-QUEBRA.
           MOVE 0 TO WRK-TOT-SOBRA.

      ******************************************************************
      * 0490-IMPRIME-TOTAIS - TOTAIS DE QUEBRA E SOBRA DO RELATORIO.
      ******************************************************************
       0490-IMPRIME-TOTAIS SECTION.
           MOVE SPACES TO VR-LINHA.
           WRITE VR-LINHA FROM '-------------------------------------'.
           MOVE WRK-TOT-QUEBRA TO WRK-CURR-ED-09.
           MOVE SPACES TO VR-LINHA.
           STRING 'QUEBRA: ' WRK-UNID-QUEBRA ' UNIDADES '
                  WRK-CURR-ED-09
               DELIMITED BY SIZE INTO VR-LINHA
           END-STRING
           WRITE VR-LINHA.
           MOVE WRK-TOT-SOBRA TO WRK-CURR-ED-09.
           MOVE SPACES TO VR-LINHA.
           STRING 'SOBRA:  ' WRK-UNID-SOBRA ' UNIDADES '
                  WRK-CURR-ED-09
               DELIMITED BY SIZE INTO VR-LINHA
           END-STRING
           WRITE VR-LINHA.

      ******************************************************************
      * 0500-APROVA - APROVA A CONTAGEM DA FILIAL (SO NIVEL 01 OU 03,
      * COMPETENCIA ABERTA NO RAZAO): AJUSTA O SALDO DE CADA ITEM
      * CONTADO COM DIVERGENCIA, FECHA TODOS OS ITENS DA CONTAGEM E
      * POSTA A QUEBRA E A SOBRA NO GLTRANSACTIONS.
      ******************************************************************
       0500-APROVA SECTION.
           IF WRK-NIVEL NOT = 01 AND WRK-NIVEL NOT = 03
               DISPLAY 'APROVACAO SO PARA NIVEL ADMIN (01) OU '
                       'SUPERVISOR (03)'
               GO TO 0500-EXIT
           END-IF.

           PERFORM 0550-CONFERE-PERIODO.
           IF WRK-PERIODO-FECHADO = 'S'
               DISPLAY 'COMPETENCIA ' WRK-COMPETENCIA
                       ' JA FECHADA NO RAZAO (GLCLOSE) - '
                       'APROVACAO RECUSADA'
               GO TO 0500-EXIT
           END-IF.

           PERFORM 0150-RECEBE-FILIAL.
           IF WRK-ABERTA NOT = 'S'
               IF WRK-ABERTA = 'N'
                   DISPLAY 'FILIAL SEM CONTAGEM EM ANDAMENTO'
               END-IF
               GO TO 0500-EXIT
           END-IF.

           DISPLAY 'ITENS NAO CONTADOS FICAM SEM AJUSTE. CONFIRMA A '
                   'APROVACAO (S/N): '.
           ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA NOT = 'S'
               DISPLAY 'NADA ALTERADO'
               GO TO 0500-EXIT
           END-IF.

           PERFORM 0480-ZERA-TOTAIS.
           PERFORM 0160-POSICIONA-FILIAL.
           PERFORM UNTIL CONT-ACABOU
               IF CONTAGEM-ABERTA
                   PERFORM 0520-AJUSTA-ITEM
               END-IF
               PERFORM 0170-PROXIMO-ITEM
           END-PERFORM.

           IF WRK-TOT-QUEBRA > 0 OR WRK-TOT-SOBRA > 0
               PERFORM 0580-POSTA-RAZAO
           END-IF.

           MOVE WRK-TOT-QUEBRA TO WRK-CURR-ED-09.
           DISPLAY 'CONTAGEM ENCERRADA - DIVERGENTES AJUSTADOS: '
                   WRK-QTDE-DIVERG ' RECUSADOS: ' WRK-QTDE-RECUSADOS.
           DISPLAY 'QUEBRA POSTADA: ' WRK-CURR-ED-09.
           MOVE WRK-TOT-SOBRA TO WRK-CURR-ED-09.
           DISPLAY 'SOBRA POSTADA:  ' WRK-CURR-ED-09.
       0500-EXIT.
           EXIT.

      ******************************************************************
      * 0520-AJUSTA-ITEM - AJUSTA O SALDO DO ITEM PELA DIVERGENCIA
      * (STOCKUTIL 'A', PARA MAIS OU PARA MENOS) E FECHA O ITEM. ITEM
      * NAO CONTADO FECHA SEM AJUSTE; AJUSTE RECUSADO PELO STOCKUTIL
      * (SALDO JA BAIXADO DEPOIS DO CONGELAMENTO) FICA MARCADO 'R' E
      * FORA DO RAZAO.
      ******************************************************************
       0520-AJUSTA-ITEM SECTION.
           MOVE WRK-HOJE TO IC-DATA-AJUSTE.
           MOVE WRK-USER TO IC-OPERADOR.
           MOVE 'A'      TO IC-SITUACAO.

           IF NOT ITEM-CONTADO
               REWRITE IC-REGISTRO
               GO TO 0520-EXIT
           END-IF.

           COMPUTE WRK-DIF-QTDE = IC-QTDE-CONTADA - IC-QTDE-LIVRO.
           IF WRK-DIF-QTDE = 0
               REWRITE IC-REGISTRO
               GO TO 0520-EXIT
           END-IF.

           MOVE 'A' TO SK-FUNCAO.
           MOVE IC-PRODUTO   TO SK-PRODUTO.
           MOVE IC-FILIAL    TO SK-FILIAL.
           IF WRK-DIF-QTDE < 0
               MOVE '-' TO SK-SENTIDO
               COMPUTE SK-QTDE = 0 - WRK-DIF-QTDE
           ELSE
               MOVE '+' TO SK-SENTIDO
               MOVE WRK-DIF-QTDE TO SK-QTDE
           END-IF.
           MOVE ZEROES       TO SK-DOCUMENTO.
           MOVE 'PROGCOB127' TO SK-PROGRAMA.
           MOVE WRK-USER     TO SK-OPERADOR.
           CALL 'STOCKUTIL' USING SK-PARM.

           IF SK-RETORNO NOT = 'S'
               MOVE 'R' TO IC-SITUACAO
               ADD 1 TO WRK-QTDE-RECUSADOS
               DISPLAY 'AJUSTE RECUSADO - ' IC-PRODUTO ' SALDO ATUAL '
                       SK-SALDO ' NAO COMPORTA A BAIXA'
               REWRITE IC-REGISTRO
               GO TO 0520-EXIT
           END-IF.

           PERFORM 0420-CALCULA-DIVERGENCIA.
           REWRITE IC-REGISTRO.
       0520-EXIT.
           EXIT.

      ******************************************************************
      * 0550-CONFERE-PERIODO - A COMPETENCIA DE HOJE JA FOI FECHADA
      * PELO PROGCOB073 (ARQUIVO GLCLOSE)?
      ******************************************************************
       0550-CONFERE-PERIODO SECTION.
           MOVE 'N' TO WRK-PERIODO-FECHADO.
           MOVE 'N' TO WRK-CLOSE-EOF.
           OPEN INPUT GL-CLOSE-FILE.
           IF WRK-CLOSE-STATUS NOT = '00'
               GO TO 0550-EXIT
           END-IF.

           PERFORM UNTIL CLOSE-ACABOU
               READ GL-CLOSE-FILE
                   AT END
                       MOVE 'S' TO WRK-CLOSE-EOF
                   NOT AT END
                       IF GC-COMPETENCIA = WRK-COMPETENCIA
                           MOVE 'S' TO WRK-PERIODO-FECHADO
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE GL-CLOSE-FILE.
       0550-EXIT.
           EXIT.

      ******************************************************************
      * 0580-POSTA-RAZAO - QUEBRA: D 3401 (QUEBRAS E SOBRAS DE
      * ESTOQUE) / C 1201 (ESTOQUE DE MERCADORIAS); SOBRA: D 1201 /
      * C 3401. CENTRO DE CUSTO 'F' + FILIAL.
      ******************************************************************
       0580-POSTA-RAZAO SECTION.
           OPEN EXTEND GL-TRANSACTION-FILE.
           IF WRK-GL-STATUS NOT = '00'
               OPEN OUTPUT GL-TRANSACTION-FILE
           END-IF.

           MOVE WRK-HOJE TO GL-DATA.
           MOVE WRK-USER TO GL-OPERADOR.
           MOVE SPACES TO GL-CCUSTO.
           STRING 'F' WRK-FILIAL DELIMITED BY SIZE INTO GL-CCUSTO
           END-STRING.

           IF WRK-TOT-QUEBRA > 0
               MOVE 3401           TO GL-CONTA
               MOVE 'D'            TO GL-TIPO
               MOVE WRK-TOT-QUEBRA TO GL-VALOR
               WRITE GL-REGISTRO
               MOVE 1201           TO GL-CONTA
               MOVE 'C'            TO GL-TIPO
               WRITE GL-REGISTRO
           END-IF.

           IF WRK-TOT-SOBRA > 0
               MOVE 1201           TO GL-CONTA
               MOVE 'D'            TO GL-TIPO
               MOVE WRK-TOT-SOBRA  TO GL-VALOR
               WRITE GL-REGISTRO
               MOVE 3401           TO GL-CONTA
               MOVE 'C'            TO GL-TIPO
               WRITE GL-REGISTRO
           END-IF.

           CLOSE GL-TRANSACTION-FILE.

       END PROGRAM PROGCOB127.
