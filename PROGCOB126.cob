       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB126.
      ******************************************************************
      *AUTHOR: CARLOS AMARAL
      *DATE: 15/10/2026
      *PURPOSE: DECISAO DO COMPRADOR SOBRE AS NOTAS DE COMPRA RETIDAS
      *         NA CONFERENCIA DO PROGCOB125 (SUPPINVHOLD). O COMPRADOR
      *         (VALIDADO NO USERMASTER COM PIN) LISTA AS NOTAS
      *         RETIDAS COM O MOTIVO DE CADA ITEM E APROVA A NOTA -
      *         QUE VIRA TITULO DE MERCADORIA NO APITEMS, COM
      *         VENCIMENTO EM EMISSAO + PRAZO DO FORNECEDOR, E SOMA A
      *         QUANTIDADE FATURADA NAS LINHAS DO PEDIDO, COMO NA
      *         CONFERENCIA - OU CONTESTA A NOTA JUNTO AO FORNECEDOR,
      *         SEM LANCAR NADA. A DECISAO FICA GRAVADA NA NOTA COM A
      *         DATA E O COMPRADOR.
      *MODIFICATION HISTORY:
      * 15/10/2026 - A NOTA APROVADA PASSOU A SER LANCADA NO RAZAO (D
      *              1201 ESTOQUE / C 2302 FORNECEDORES A PAGAR) JUNTO
      *              COM O TITULO DO APITEMS
      * 15/10/2026 - VENCIMENTO DO TITULO DO FORNECEDOR QUE CAIR EM FIM
      *              DE SEMANA OU FERIADO PASSA PARA O PROXIMO DIA UTIL
      *              DA UF DA MATRIZ (DATEUTIL FUNCAO P).
      * 15/10/2026 - PIN CONFERIDO PELO HASH COM SAL DO USERMASTER
      *              (SUBPROGRAMA PINUTIL), SEM COMPARAR O PIN EM CLARO;
      *              WRK-PIN ACEITA A SENHA LONGA DO ADMIN.
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

           SELECT SUPP-HOLD-FILE ASSIGN TO 'SUPPINVHOLD'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HD-CHAVE
               FILE STATUS IS WRK-HOLD-STATUS.

           SELECT PURCH-ORDER-FILE ASSIGN TO 'PURCHORDERS'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-CHAVE
               FILE STATUS IS WRK-PO-STATUS.

           SELECT SUPP-MASTER-FILE ASSIGN TO 'SUPPMASTER'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SU-CODIGO
               FILE STATUS IS WRK-SUPP-STATUS.

           SELECT AP-ITEMS-FILE ASSIGN TO 'APITEMS'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-AP-STATUS.

           SELECT GL-TRANSACTION-FILE ASSIGN TO 'GLTRANSACTIONS'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-GL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  USER-MASTER-FILE.
           COPY 'USERMASTER-REC.cob'.

       FD  SUPP-HOLD-FILE.
           COPY 'SUPPHOLD-REC.cob'.

       FD  PURCH-ORDER-FILE.
           COPY 'PURCHORD-REC.cob'.

       FD  SUPP-MASTER-FILE.
           COPY 'SUPPMASTER-REC.cob'.

       FD  AP-ITEMS-FILE.
           COPY 'APITEMS-REC.cob'.

       FD  GL-TRANSACTION-FILE.
           COPY 'GLTXN-REC.cob'.

       WORKING-STORAGE SECTION.
       COPY 'CURRENCY-BOOK.cob'.

       77  WRK-USERMASTER-STATUS PIC X(02)     VALUE SPACES.
       77  WRK-HOLD-STATUS     PIC X(02)       VALUE SPACES.
       77  WRK-HOLD-EOF        PIC X(01)       VALUE 'N'.
           88  HOLD-ACABOU                     VALUE 'S'.
       77  WRK-PO-STATUS       PIC X(02)       VALUE SPACES.
       77  WRK-SUPP-STATUS     PIC X(02)       VALUE SPACES.
       77  WRK-AP-STATUS       PIC X(02)       VALUE SPACES.
       77  WRK-GL-STATUS       PIC X(02)       VALUE SPACES.

       77  WRK-USER            PIC X(20)       VALUE SPACES.
       77  WRK-PIN             PIC X(16)       VALUE SPACES.
           COPY 'PINUTIL-PARM.cob'.
       77  WRK-LOGIN-OK        PIC X(01)       VALUE 'N'.
           88  LOGIN-VALIDO                    VALUE 'S'.

       77  WRK-HOJE            PIC 9(08)       VALUE ZEROES.
       77  WRK-OPCAO           PIC 9(01)       VALUE ZEROES.
       77  WRK-FORNECEDOR      PIC 9(06)       VALUE ZEROES.
       77  WRK-NOTA            PIC 9(09)       VALUE ZEROES.
       77  WRK-EMISSAO-NF      PIC 9(08)       VALUE ZEROES.
       77  WRK-TOTAL-NF        PIC 9(09)V99    VALUE ZEROES.
       77  WRK-QTDE-ITENS      PIC 9(03)       VALUE ZEROES.
       77  WRK-QTDE-RETIDAS    PIC 9(05)       VALUE ZEROES.
       77  WRK-DECISAO         PIC X(01)       VALUE SPACES.
       77  WRK-CONFIRMA        PIC X(01)       VALUE SPACES.

      ******************************************************************
      * VENCIMENTO DO TITULO: EMISSAO DA NOTA + PRAZO DO FORNECEDOR EM
      * DIAS (MESMA CONTA DO PROGCOB125); SEM PRAZO NO CADASTRO, 30
      * DIAS.
      ******************************************************************
       77  WRK-PRAZO           PIC 9(03)       VALUE ZEROES.
       01  WRK-VENCTO.
           02  WRK-VENCTO-ANO  PIC 9(04).
           02  WRK-VENCTO-MES  PIC 9(02).
           02  WRK-VENCTO-DIA  PIC 9(02).
       77  WRK-VENCTO-SOBRA    PIC 9(04)       VALUE ZEROES.
       01  WRK-EMISSAO.
           02  WRK-EMISSAO-ANO PIC 9(04).
           02  WRK-EMISSAO-MES PIC 9(02).
           02  WRK-EMISSAO-DIA PIC 9(02).
           COPY 'DATEUTIL-PARM.cob'.
           COPY 'FILUTIL-PARM.cob'.

       PROCEDURE DIVISION.

           PERFORM 0050-VALIDA-USUARIO.
           IF NOT LOGIN-VALIDO
               DISPLAY 'ACESSO NEGADO'
               STOP RUN
           END-IF.

           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.

           OPEN I-O SUPP-HOLD-FILE.
           IF WRK-HOLD-STATUS NOT = '00'
               DISPLAY 'SUPPINVHOLD AUSENTE - NENHUMA NOTA RETIDA'
               STOP RUN
           END-IF.

           PERFORM 0100-EXECUTA-MENU UNTIL WRK-OPCAO = 9.

           CLOSE SUPP-HOLD-FILE.

           STOP RUN.

      ******************************************************************
      * 0050-VALIDA-USUARIO - EXIGE USUARIO DO USERMASTER COM PIN
      * CORRETO E CONTA NAO BLOQUEADA (MESMA MECANICA DO PROGCOB072).
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
                   END-IF
           END-READ.

           CLOSE USER-MASTER-FILE.
       0050-EXIT.
           EXIT.

      ******************************************************************
      * 0100-EXECUTA-MENU - MENU DAS NOTAS RETIDAS, ATE O OPERADOR
      * PEDIR A SAIDA.
      ******************************************************************
       0100-EXECUTA-MENU SECTION.
           DISPLAY '1 - LISTAR NOTAS RETIDAS'.
           DISPLAY '2 - APROVAR NOTA'.
           DISPLAY '3 - CONTESTAR NOTA'.
           DISPLAY '9 - SAIR'.
           DISPLAY 'ESCOLHA UMA OPCAO: '.
           ACCEPT WRK-OPCAO.

           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0200-LISTA
               WHEN 2
                   MOVE 'A' TO WRK-DECISAO
                   PERFORM 0300-DECIDE
               WHEN 3
                   MOVE 'C' TO WRK-DECISAO
                   PERFORM 0300-DECIDE
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

      ******************************************************************
      * 0200-LISTA - MOSTRA OS ITENS DAS NOTAS AINDA RETIDAS, COM O
      * MOTIVO DOS QUE NAO CASARAM.
      ******************************************************************
       0200-LISTA SECTION.
           MOVE 0 TO WRK-QTDE-RETIDAS.
           MOVE LOW-VALUES TO HD-CHAVE.
           MOVE 'N' TO WRK-HOLD-EOF.
           START SUPP-HOLD-FILE KEY IS NOT LESS THAN HD-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-HOLD-EOF
           END-START.

           DISPLAY 'FORN   NOTA      SEQ PEDIDO   LIN QTDE    '
                   'FATURAVEL PRECO     PEDIDO    MOTIVO'.
           PERFORM UNTIL HOLD-ACABOU
               READ SUPP-HOLD-FILE NEXT
                   AT END
                       MOVE 'S' TO WRK-HOLD-EOF
                   NOT AT END
                       IF NOTA-RETIDA
                           IF HD-SEQ = 1
                               ADD 1 TO WRK-QTDE-RETIDAS
                           END-IF
                           DISPLAY HD-FORNECEDOR ' ' HD-NOTA ' '
                                   HD-SEQ ' ' HD-PEDIDO ' '
                                   HD-LINHA ' ' HD-QTDE ' '
                                   HD-QTDE-FATURAVEL ' '
                                   HD-PRECO-UNIT ' '
                                   HD-PRECO-PEDIDO ' ' HD-MOTIVO
                       END-IF
               END-READ
           END-PERFORM.

           DISPLAY 'NOTAS RETIDAS: ' WRK-QTDE-RETIDAS.

      ******************************************************************
      * 0300-DECIDE - APROVA (WRK-DECISAO 'A') OU CONTESTA ('C') UMA
      * NOTA AINDA RETIDA, DEPOIS DE MOSTRAR O TOTAL E PEDIR
      * CONFIRMACAO.
      ******************************************************************
       0300-DECIDE SECTION.
           DISPLAY 'CODIGO DO FORNECEDOR: '.
           ACCEPT WRK-FORNECEDOR.
           DISPLAY 'NUMERO DA NOTA: '.
           ACCEPT WRK-NOTA.

           MOVE WRK-FORNECEDOR TO HD-FORNECEDOR.
           MOVE WRK-NOTA       TO HD-NOTA.
           MOVE 1              TO HD-SEQ.
           READ SUPP-HOLD-FILE
               INVALID KEY
                   DISPLAY 'NOTA NAO ESTA NO SUPPINVHOLD'
                   GO TO 0300-EXIT
           END-READ.
           IF NOT NOTA-RETIDA
               DISPLAY 'NOTA JA DECIDIDA - SITUACAO ' HD-SITUACAO
                       ' EM ' HD-DATA-DECISAO ' POR ' HD-COMPRADOR
               GO TO 0300-EXIT
           END-IF.

           MOVE HD-EMISSAO TO WRK-EMISSAO-NF.
           MOVE 0 TO WRK-TOTAL-NF.
           MOVE 0 TO WRK-QTDE-ITENS.
           PERFORM 0350-POSICIONA-NOTA.
           PERFORM UNTIL HOLD-ACABOU
               ADD HD-VALOR TO WRK-TOTAL-NF
               ADD 1 TO WRK-QTDE-ITENS
               PERFORM 0360-PROXIMO-ITEM
           END-PERFORM.

           MOVE WRK-TOTAL-NF TO WRK-CURR-ED-09.
           DISPLAY 'NOTA COM ' WRK-QTDE-ITENS ' ITEM(NS), TOTAL '
                   WRK-CURR-ED-09.
           IF WRK-DECISAO = 'A'
               DISPLAY 'CONFIRMA A APROVACAO E O LANCAMENTO NO '
                       'APITEMS (S/N): '
           ELSE
               DISPLAY 'CONFIRMA A CONTESTACAO DA NOTA (S/N): '
           END-IF.
           ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA NOT = 'S'
               DISPLAY 'NADA ALTERADO'
               GO TO 0300-EXIT
           END-IF.

           IF WRK-DECISAO = 'A'
               PERFORM 0400-LANCA-NOTA
               IF WRK-AP-STATUS NOT = '00'
                   DISPLAY 'APITEMS INDISPONIVEL - NOTA CONTINUA RETIDA'
                   GO TO 0300-EXIT
               END-IF
           END-IF.

           PERFORM 0350-POSICIONA-NOTA.
           PERFORM UNTIL HOLD-ACABOU
               MOVE WRK-DECISAO TO HD-SITUACAO
               MOVE WRK-HOJE    TO HD-DATA-DECISAO
               MOVE WRK-USER    TO HD-COMPRADOR
               REWRITE HD-REGISTRO
               PERFORM 0360-PROXIMO-ITEM
           END-PERFORM.

           IF WRK-DECISAO = 'A'
               DISPLAY 'NOTA APROVADA - TITULO VENCE ' WRK-VENCTO
           ELSE
               DISPLAY 'NOTA CONTESTADA'
           END-IF.
       0300-EXIT.
           EXIT.

      ******************************************************************
      * 0350-POSICIONA-NOTA - POSICIONA NO PRIMEIRO ITEM DA NOTA E O
      * LE; WRK-HOLD-EOF FICA 'S' QUANDO NAO HA ITEM.
      ******************************************************************
       0350-POSICIONA-NOTA SECTION.
           MOVE 'N' TO WRK-HOLD-EOF.
           MOVE WRK-FORNECEDOR TO HD-FORNECEDOR.
           MOVE WRK-NOTA       TO HD-NOTA.
           MOVE 0              TO HD-SEQ.
           START SUPP-HOLD-FILE KEY IS NOT LESS THAN HD-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-HOLD-EOF
           END-START.
           IF NOT HOLD-ACABOU
               PERFORM 0360-PROXIMO-ITEM
           END-IF.

      ******************************************************************
      * 0360-PROXIMO-ITEM - LE O PROXIMO ITEM; ITEM DE OUTRA NOTA
      * ENCERRA A LEITURA.
      ******************************************************************
       0360-PROXIMO-ITEM SECTION.
           READ SUPP-HOLD-FILE NEXT
               AT END
                   MOVE 'S' TO WRK-HOLD-EOF
               NOT AT END
                   IF HD-FORNECEDOR NOT = WRK-FORNECEDOR
                       OR HD-NOTA NOT = WRK-NOTA
                       MOVE 'S' TO WRK-HOLD-EOF
                   END-IF
           END-READ.

      ******************************************************************
      * 0400-LANCA-NOTA - NOTA APROVADA: GRAVA O TITULO DE MERCADORIA
      * NO APITEMS, LANCA O TITULO NO RAZAO (D 1201 ESTOQUE / C 2302
      * FORNECEDORES A PAGAR, COMO NA CONFERENCIA) E SOMA A QUANTIDADE
      * FATURADA NAS LINHAS DO PEDIDO QUE EXISTEM.
      ******************************************************************
       0400-LANCA-NOTA SECTION.
           OPEN EXTEND AP-ITEMS-FILE.
           IF WRK-AP-STATUS NOT = '00'
               OPEN OUTPUT AP-ITEMS-FILE
               IF WRK-AP-STATUS NOT = '00'
                   GO TO 0400-EXIT
               END-IF
           END-IF.

           PERFORM 0450-CALCULA-VENCIMENTO.

           MOVE ZEROES         TO AP-TRANSP.
           MOVE WRK-TOTAL-NF   TO AP-VALOR.
           MOVE WRK-EMISSAO-NF TO AP-EMISSAO.
           MOVE WRK-VENCTO     TO AP-VENCIMENTO.
           MOVE 'A'            TO AP-SITUACAO.
           MOVE ZEROES         TO AP-DATA-PAGTO.
           MOVE 'M'            TO AP-TIPO.
           MOVE WRK-FORNECEDOR TO AP-FORNECEDOR.
           MOVE WRK-NOTA       TO AP-NOTA.
           WRITE AP-REGISTRO.
           CLOSE AP-ITEMS-FILE.

           OPEN EXTEND GL-TRANSACTION-FILE.
           IF WRK-GL-STATUS NOT = '00'
               OPEN OUTPUT GL-TRANSACTION-FILE
           END-IF.
           MOVE 1201           TO GL-CONTA.
           MOVE 'D'            TO GL-TIPO.
           MOVE AP-VALOR       TO GL-VALOR.
           MOVE AP-EMISSAO     TO GL-DATA.
           MOVE WRK-USER       TO GL-OPERADOR.
           MOVE '1200'         TO GL-CCUSTO.
           WRITE GL-REGISTRO.
           MOVE 2302           TO GL-CONTA.
           MOVE 'C'            TO GL-TIPO.
           WRITE GL-REGISTRO.
           CLOSE GL-TRANSACTION-FILE.

           OPEN I-O PURCH-ORDER-FILE.
           IF WRK-PO-STATUS NOT = '00'
               GO TO 0400-EXIT
           END-IF.
           PERFORM 0350-POSICIONA-NOTA.
           PERFORM UNTIL HOLD-ACABOU
               MOVE HD-PEDIDO TO PO-NUMERO
               MOVE HD-LINHA  TO PO-LINHA
               READ PURCH-ORDER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD HD-QTDE TO PO-QTDE-FATURADA
                       REWRITE PO-REGISTRO
               END-READ
               PERFORM 0360-PROXIMO-ITEM
           END-PERFORM.
           CLOSE PURCH-ORDER-FILE.
       0400-EXIT.
           EXIT.

      ******************************************************************
      * 0450-CALCULA-VENCIMENTO - EMISSAO DA NOTA + PRAZO DE PAGAMENTO
      * DO FORNECEDOR (SUPPMASTER; SEM CADASTRO OU PRAZO ZERO, 30
      * DIAS), VIRANDO O MES QUANTAS VEZES FOR PRECISO. NOTA RETIDA
      * POR EMISSAO INVALIDA E APROVADA ASSIM MESMO VALE COMO EMITIDA
      * HOJE.
      * DATA CAIDA EM FIM DE SEMANA OU FERIADO VAI PARA O PROXIMO DIA
      * UTIL DA UF DA MATRIZ (FILIAL 01), QUE PAGA OS FORNECEDORES
      * (DATEUTIL FUNCAO P).
      ******************************************************************
       0450-CALCULA-VENCIMENTO SECTION.
           MOVE 'V' TO DU-FUNCAO.
           MOVE WRK-EMISSAO-NF TO DU-DATA.
           CALL 'DATEUTIL' USING DU-PARM.
           IF DU-RETORNO NOT = 'S'
               MOVE WRK-HOJE TO WRK-EMISSAO-NF
           END-IF.

           MOVE 30 TO WRK-PRAZO.
           OPEN INPUT SUPP-MASTER-FILE.
           IF WRK-SUPP-STATUS = '00'
               MOVE WRK-FORNECEDOR TO SU-CODIGO
               READ SUPP-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SU-PRAZO-PAGTO > 0
                           MOVE SU-PRAZO-PAGTO TO WRK-PRAZO
                       END-IF
               END-READ
               CLOSE SUPP-MASTER-FILE
           END-IF.

           MOVE WRK-EMISSAO-NF TO WRK-EMISSAO.
           MOVE WRK-EMISSAO-ANO TO WRK-VENCTO-ANO.
           MOVE WRK-EMISSAO-MES TO WRK-VENCTO-MES.
           ADD WRK-EMISSAO-DIA WRK-PRAZO GIVING WRK-VENCTO-SOBRA.

       0450-AJUSTA-MES.
           MOVE 'V' TO DU-FUNCAO.
           MOVE WRK-VENCTO-ANO TO DU-ANO.
           MOVE WRK-VENCTO-MES TO DU-MES.
           MOVE 01 TO DU-DIA.
           CALL 'DATEUTIL' USING DU-PARM.

           IF WRK-VENCTO-SOBRA > DU-ULT-DIA
               SUBTRACT DU-ULT-DIA FROM WRK-VENCTO-SOBRA
               ADD 1 TO WRK-VENCTO-MES
               IF WRK-VENCTO-MES > 12
                   MOVE 1 TO WRK-VENCTO-MES
                   ADD 1 TO WRK-VENCTO-ANO
               END-IF
               GO TO 0450-AJUSTA-MES
           END-IF.
           MOVE WRK-VENCTO-SOBRA TO WRK-VENCTO-DIA.

           MOVE 'N' TO FU-FUNCAO.
           MOVE 01 TO FU-FILIAL.
           CALL 'FILUTIL' USING FU-PARM.

           MOVE 'P' TO DU-FUNCAO.
           MOVE WRK-VENCTO TO DU-DATA.
           MOVE FU-UF TO DU-UF.
           CALL 'DATEUTIL' USING DU-PARM.
           IF DU-RETORNO = 'S'
               MOVE DU-DATA TO WRK-VENCTO
           END-IF.

       END PROGRAM PROGCOB126.
