       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB130.
      ******************************************************************
      *AUTHOR: CARLOS AMARAL
      *DATE: 15/10/2026
      *PURPOSE: REAJUSTE DE PRECO EM MASSA POR GRUPO DE PRODUTOS, COM
      *         VIGENCIA E APROVACAO. UM USUARIO DO USERMASTER PROPOE
      *         O REAJUSTE (GRUPO DO PRODMASTER, PERCENTUAL DE
      *         AUMENTO OU REDUCAO E DATA DE INICIO DA VIGENCIA, HOJE
      *         OU FUTURA), VE A PREVIA DOS PRECOS E A PROPOSTA FICA
      *         PENDENTE NO PRICEREQ; SO UM USUARIO DE NIVEL ADMIN
      *         (01) OU SUPERVISOR (03), DIFERENTE DO PROPONENTE,
      *         APROVA OU REJEITA (MESMA MECANICA DO PROGCOB071). A
      *         APROVACAO GRAVA O NOVO PRECO DE CADA PRODUTO DO GRUPO
      *         NA LISTA DE PRECOS COM VIGENCIA (PRICEUTIL, QUE
      *         REGISTRA CADA TROCA NO PRICEAUDIT COM O NUMERO DA
      *         PROPOSTA). TAMBEM CONSULTA O HISTORICO DE PRECOS DE UM
      *         PRODUTO E O PRECO VIGENTE EM UMA DATA, E ATUALIZA O
      *         PRECO CORRENTE DO CADASTRO (PRD-PRECO-UNIT) QUANDO UM
      *         REAJUSTE AGENDADO ENTRA EM VIGOR.
      *MODIFICATION HISTORY:
      * 15/10/2026 - PIN CONFERIDO PELO HASH COM SAL DO USERMASTER
      *              (SUBPROGRAMA PINUTIL), SEM COMPARAR O PIN EM CLARO;
      *              WRK-PIN ACEITA A SENHA LONGA DO ADMIN.
      * 15/10/2026 - PRICEREQ ACIMA DE 500 PROPOSTAS NAO E MAIS
      *              CARREGADO ALEM DA TABELA: PROPOSTA NOVA E RECUSADA
      *              COM A TABELA CHEIA E A DECISAO E RECUSADA QUANDO O
      *              ARQUIVO NAO COUBE (A REGRAVACAO O TRUNCARIA).
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

           SELECT PRICE-LIST-FILE ASSIGN TO 'PRICELIST'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PL-CHAVE
               FILE STATUS IS WRK-LISTA-STATUS.

           SELECT PRICE-REQ-FILE ASSIGN TO 'PRICEREQ'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-REQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  USER-MASTER-FILE.
           COPY 'USERMASTER-REC.cob'.

       FD  PRODUCT-MASTER-FILE.
           COPY 'PRODMASTER-REC.cob'.

       FD  PRICE-LIST-FILE.
           COPY 'PRICELIST-REC.cob'.

       FD  PRICE-REQ-FILE.
       01  PR-REGISTRO.
           02  PR-NUMERO           PIC 9(06).
           02  PR-GRUPO            PIC X(04).
           02  PR-SINAL            PIC X(01).
               88  PR-AUMENTO                  VALUE '+'.
               88  PR-REDUCAO                  VALUE '-'.
           02  PR-PERCENTUAL       PIC 9(03)V99.
           02  PR-VIG-DE           PIC 9(08).
           02  PR-SOLICITANTE      PIC X(20).
           02  PR-DATA-SOLIC       PIC 9(08).
           02  PR-STATUS           PIC X(01).
               88  PROPOSTA-PENDENTE           VALUE 'P'.
               88  PROPOSTA-APROVADA           VALUE 'A'.
               88  PROPOSTA-REJEITADA          VALUE 'R'.
           02  PR-APROVADOR        PIC X(20).
           02  PR-DATA-APROV       PIC 9(08).
           02  PR-QTDE-PRODUTOS    PIC 9(05).

       WORKING-STORAGE SECTION.
       COPY 'CURRENCY-BOOK.cob'.
           COPY 'PRICEUTIL-PARM.cob'.
           COPY 'DATEUTIL-PARM.cob'.

       77  WRK-USERMASTER-STATUS PIC X(02)     VALUE SPACES.
       77  WRK-PROD-STATUS     PIC X(02)       VALUE SPACES.
       77  WRK-PROD-EOF        PIC X(01)       VALUE 'N'.
           88  PROD-ACABOU                     VALUE 'S'.
       77  WRK-LISTA-STATUS    PIC X(02)       VALUE SPACES.
       77  WRK-LISTA-EOF       PIC X(01)       VALUE 'N'.
           88  LISTA-ACABOU                    VALUE 'S'.
       77  WRK-REQ-STATUS      PIC X(02)       VALUE SPACES.
       77  WRK-REQ-EOF         PIC X(01)       VALUE 'N'.
           88  REQ-ACABOU                      VALUE 'S'.

       77  WRK-USER            PIC X(20)       VALUE SPACES.
       77  WRK-PIN             PIC X(16)       VALUE SPACES.
           COPY 'PINUTIL-PARM.cob'.
       77  WRK-NIVEL           PIC 9(02)       VALUE ZEROES.
       77  WRK-LOGIN-OK        PIC X(01)       VALUE 'N'.
           88  LOGIN-VALIDO                    VALUE 'S'.
       77  WRK-OPCAO           PIC 9(01)       VALUE ZEROES.
       77  WRK-DECISAO         PIC X(01)       VALUE SPACES.

       77  WRK-GRUPO           PIC X(04)       VALUE SPACES.
       77  WRK-SINAL           PIC X(01)       VALUE SPACES.
       77  WRK-PERCENTUAL      PIC 9(03)V99    VALUE ZEROES.
       77  WRK-VIG-DE          PIC 9(08)       VALUE ZEROES.
       77  WRK-CODIGO          PIC X(08)       VALUE SPACES.
       77  WRK-DATA-CONSULTA   PIC 9(08)       VALUE ZEROES.
       77  WRK-PRECO-BASE      PIC 9(06)V99    VALUE ZEROES.
       77  WRK-PRECO-NOVO      PIC 9(06)V99    VALUE ZEROES.
       77  WRK-QTDE-GRUPO      PIC 9(05)       VALUE ZEROES.
       77  WRK-QTDE-ERROS      PIC 9(05)       VALUE ZEROES.
       77  WRK-QTDE-ABERTOS    PIC 9(04)       VALUE ZEROES.
       77  WRK-PEDIDO-NUM      PIC 9(04)       VALUE ZEROES.
       77  WRK-APLICAR         PIC X(01)       VALUE 'N'.
       77  WRK-REFERENCIA      PIC X(10)       VALUE SPACES.
       77  WRK-OPERADOR        PIC X(10)       VALUE SPACES.

      ******************************************************************
      * TABELA DAS PROPOSTAS DO PRICEREQ EM MEMORIA, PARA LISTAR AS
      * PENDENTES E REGRAVAR O ARQUIVO COM A DECISAO CARIMBADA (MESMA
      * MECANICA DO WRITEOFFREQ DO PROGCOB071).
      ******************************************************************
       77  WRK-PED-QTD         PIC 9(04)       VALUE ZEROES.
       77  WRK-PED-IDX         PIC 9(04)       VALUE ZEROES.
       77  WRK-PED-ESTOURO     PIC X(01)       VALUE 'N'.
           88  PEDIDOS-ESTOURADOS              VALUE 'S'.
       01  WRK-TAB-PEDIDOS.
           02  WRK-PED-LINHA   OCCURS 500 TIMES.
               03  WRK-PED-NUMERO      PIC 9(06).
               03  WRK-PED-GRUPO       PIC X(04).
               03  WRK-PED-SINAL       PIC X(01).
               03  WRK-PED-PERCENTUAL  PIC 9(03)V99.
               03  WRK-PED-VIG-DE      PIC 9(08).
               03  WRK-PED-SOLIC       PIC X(20).
               03  WRK-PED-DATA-SOLIC  PIC 9(08).
               03  WRK-PED-STATUS      PIC X(01).
               03  WRK-PED-APROVADOR   PIC X(20).
               03  WRK-PED-DATA-APROV  PIC 9(08).
               03  WRK-PED-QTDE-PROD   PIC 9(05).

       01  WRK-HOJE.
           02  WRK-HOJE-ANO    PIC 9(04)       VALUE ZEROES.
           02  WRK-HOJE-MES    PIC 9(02)       VALUE ZEROES.
           02  WRK-HOJE-DIA    PIC 9(02)       VALUE ZEROES.
       01  WRK-HOJE-NUM REDEFINES WRK-HOJE PIC 9(08).

       PROCEDURE DIVISION.

           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.

           PERFORM 0100-VALIDA-USUARIO.
           IF NOT LOGIN-VALIDO
               DISPLAY 'ACESSO NEGADO'
               STOP RUN
           END-IF.

           OPEN I-O PRODUCT-MASTER-FILE.
           IF WRK-PROD-STATUS NOT = '00'
               DISPLAY 'PRODMASTER INDISPONIVEL'
               STOP RUN
           END-IF.

           PERFORM 0200-EXECUTA-MENU UNTIL WRK-OPCAO = 9.

           CLOSE PRODUCT-MASTER-FILE.

           STOP RUN.

      ******************************************************************
      * 0100-VALIDA-USUARIO - EXIGE USUARIO DO USERMASTER COM PIN
      * CORRETO E CONTA NAO BLOQUEADA (MESMA MECANICA DO PROGCOB071).
      * O NIVEL FICA GUARDADO: QUALQUER USUARIO PROPOE, SO ADMIN (01)
      * OU SUPERVISOR (03) APROVA.
      ******************************************************************
       0100-VALIDA-USUARIO SECTION.
           MOVE 'N' TO WRK-LOGIN-OK.

           OPEN INPUT USER-MASTER-FILE.
           IF WRK-USERMASTER-STATUS NOT = '00'
               DISPLAY 'USERMASTER INDISPONIVEL'
               GO TO 0100-EXIT
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
           MOVE WRK-USER TO WRK-OPERADOR.
       0100-EXIT.
           EXIT.

      ******************************************************************
      * 0200-EXECUTA-MENU - PROPOSTA E CONSULTAS PARA QUALQUER
      * USUARIO, APROVACAO SO PARA ADMIN OU SUPERVISOR.
      ******************************************************************
       0200-EXECUTA-MENU SECTION.
           DISPLAY '1 - PROPOR REAJUSTE DE PRECO POR GRUPO'.
           DISPLAY '2 - APROVAR/REJEITAR PROPOSTAS (ADMIN/SUPERVISOR)'.
           DISPLAY '3 - CONSULTAR PRECOS DE UM PRODUTO'.
           DISPLAY '4 - ATUALIZAR PRECO CORRENTE DO CADASTRO'.
           DISPLAY '9 - SAIR'.
           DISPLAY 'ESCOLHA UMA OPCAO: '.
           ACCEPT WRK-OPCAO.

           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0300-PROPOE-REAJUSTE
               WHEN 2
                   IF WRK-NIVEL = 01 OR WRK-NIVEL = 03
                       PERFORM 0500-DECIDE-PROPOSTA
                   ELSE
                       DISPLAY 'APROVACAO RESTRITA AOS NIVEIS ADMIN '
                               '(01) E SUPERVISOR (03)'
                   END-IF
               WHEN 3
                   PERFORM 0700-CONSULTA-PRECOS
               WHEN 4
                   PERFORM 0750-ATUALIZA-CORRENTE
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

      ******************************************************************
      * 0300-PROPOE-REAJUSTE - RECEBE GRUPO, SENTIDO, PERCENTUAL E
      * INICIO DA VIGENCIA (HOJE OU FUTURO), MOSTRA A PREVIA DOS
      * PRECOS DO GRUPO E GRAVA A PROPOSTA PENDENTE NO PRICEREQ. COM O
      * PRICEREQ NO TETO DA TABELA (500) A PROPOSTA E RECUSADA: A
      * DECISAO NAO CONSEGUIRIA CARREGA-LA.
      ******************************************************************
       0300-PROPOE-REAJUSTE SECTION.
           PERFORM 0800-CARREGA-PEDIDOS.
           IF PEDIDOS-ESTOURADOS OR WRK-PED-QTD NOT < 500
               DISPLAY 'PRICEREQ COM 500 PROPOSTAS - ARQUIVAR AS '
                       'DECIDIDAS; PROPOSTA RECUSADA'
               GO TO 0300-EXIT
           END-IF.

           DISPLAY 'GRUPO DE PRODUTOS: '.
           ACCEPT WRK-GRUPO.
           IF WRK-GRUPO = SPACES
               DISPLAY 'GRUPO EM BRANCO - PROPOSTA RECUSADA'
               GO TO 0300-EXIT
           END-IF.

           DISPLAY 'AUMENTO (+) OU REDUCAO (-): '.
           ACCEPT WRK-SINAL.
           IF WRK-SINAL NOT = '+' AND WRK-SINAL NOT = '-'
               DISPLAY 'SENTIDO INVALIDO - PROPOSTA RECUSADA'
               GO TO 0300-EXIT
           END-IF.

           DISPLAY 'PERCENTUAL (999,99): '.
           ACCEPT WRK-PERCENTUAL.
           IF WRK-PERCENTUAL = 0
               OR (WRK-SINAL = '-' AND WRK-PERCENTUAL NOT < 100)
               DISPLAY 'PERCENTUAL INVALIDO - PROPOSTA RECUSADA'
               GO TO 0300-EXIT
           END-IF.

           DISPLAY 'INICIO DA VIGENCIA (AAAAMMDD): '.
           ACCEPT WRK-VIG-DE.
           MOVE 'V' TO DU-FUNCAO.
           MOVE WRK-VIG-DE TO DU-DATA.
           CALL 'DATEUTIL' USING DU-PARM.
           IF DU-RETORNO NOT = 'S'
               DISPLAY 'DATA INVALIDA - PROPOSTA RECUSADA'
               GO TO 0300-EXIT
           END-IF.
           IF WRK-VIG-DE < WRK-HOJE-NUM
               DISPLAY 'VIGENCIA NO PASSADO - PROPOSTA RECUSADA'
               GO TO 0300-EXIT
           END-IF.

           MOVE 'N' TO WRK-APLICAR.
           PERFORM 0400-PERCORRE-GRUPO.
           IF WRK-QTDE-GRUPO = 0
               DISPLAY 'NENHUM PRODUTO NO GRUPO - PROPOSTA RECUSADA'
               GO TO 0300-EXIT
           END-IF.

           DISPLAY 'CONFIRMA A PROPOSTA (S/N): '.
           ACCEPT WRK-DECISAO.
           IF WRK-DECISAO NOT = 'S'
               DISPLAY 'PROPOSTA DESCARTADA'
               GO TO 0300-EXIT
           END-IF.

           OPEN EXTEND PRICE-REQ-FILE.
           IF WRK-REQ-STATUS NOT = '00'
               OPEN OUTPUT PRICE-REQ-FILE
           END-IF.
           COMPUTE PR-NUMERO = WRK-PED-QTD + 1.
           MOVE WRK-GRUPO          TO PR-GRUPO.
           MOVE WRK-SINAL          TO PR-SINAL.
           MOVE WRK-PERCENTUAL     TO PR-PERCENTUAL.
           MOVE WRK-VIG-DE         TO PR-VIG-DE.
           MOVE WRK-USER           TO PR-SOLICITANTE.
           MOVE WRK-HOJE-NUM       TO PR-DATA-SOLIC.
           MOVE 'P'                TO PR-STATUS.
           MOVE SPACES             TO PR-APROVADOR.
           MOVE 0                  TO PR-DATA-APROV.
           MOVE WRK-QTDE-GRUPO     TO PR-QTDE-PRODUTOS.
           WRITE PR-REGISTRO.
           CLOSE PRICE-REQ-FILE.

           DISPLAY 'PROPOSTA ' PR-NUMERO ' REGISTRADA - AGUARDA '
                   'APROVACAO'.
       0300-EXIT.
           EXIT.

      ******************************************************************
      * 0400-PERCORRE-GRUPO - LE O PRODMASTER INTEIRO E, PARA CADA
      * PRODUTO DO GRUPO, CALCULA O NOVO PRECO SOBRE O PRECO VIGENTE
      * NO INICIO DA VIGENCIA (LISTA DE PRECOS, SENAO O DO CADASTRO).
      * COM WRK-APLICAR 'N' SO MOSTRA A PREVIA; COM 'S' GRAVA O PRECO
      * NA LISTA VIA PRICEUTIL E, COM VIGENCIA JA INICIADA, TAMBEM O
      * PRECO CORRENTE DO CADASTRO.
      ******************************************************************
       0400-PERCORRE-GRUPO SECTION.
           MOVE 0 TO WRK-QTDE-GRUPO.
           MOVE 0 TO WRK-QTDE-ERROS.
           MOVE 'N' TO WRK-PROD-EOF.

           MOVE LOW-VALUES TO PRD-CODIGO.
           START PRODUCT-MASTER-FILE KEY IS NOT LESS THAN PRD-CODIGO
               INVALID KEY
                   MOVE 'S' TO WRK-PROD-EOF
           END-START.

           PERFORM UNTIL PROD-ACABOU
               READ PRODUCT-MASTER-FILE NEXT
                   AT END
                       MOVE 'S' TO WRK-PROD-EOF
                   NOT AT END
                       IF PRD-GRUPO = WRK-GRUPO
                           PERFORM 0450-REAJUSTA-PRODUTO
                       END-IF
               END-READ
           END-PERFORM.

           IF WRK-APLICAR = 'N'
               DISPLAY 'PRODUTOS NO GRUPO: ' WRK-QTDE-GRUPO
           END-IF.

      ******************************************************************
      * 0450-REAJUSTA-PRODUTO - NOVO PRECO DE UM PRODUTO DO GRUPO:
      * BASE X (100 +/- PERCENTUAL) / 100, ARREDONDADO.
      ******************************************************************
       0450-REAJUSTA-PRODUTO SECTION.
           ADD 1 TO WRK-QTDE-GRUPO.

           MOVE 'P'            TO PC-FUNCAO.
           MOVE PRD-CODIGO     TO PC-PRODUTO.
           MOVE WRK-VIG-DE     TO PC-DATA.
           CALL 'PRICEUTIL' USING PC-PARM.
           IF PC-RETORNO = 'S'
               MOVE PC-PRECO TO WRK-PRECO-BASE
           ELSE
               MOVE PRD-PRECO-UNIT TO WRK-PRECO-BASE
           END-IF.

           IF WRK-SINAL = '+'
               COMPUTE WRK-PRECO-NOVO ROUNDED =
                   WRK-PRECO-BASE * (100 + WRK-PERCENTUAL) / 100
                   ON SIZE ERROR
                       MOVE WRK-PRECO-BASE TO WRK-PRECO-NOVO
                       ADD 1 TO WRK-QTDE-ERROS
                       DISPLAY 'PRODUTO ' PRD-CODIGO ' FICARIA COM '
                               'PRECO FORA DO LIMITE - MANTIDO'
               END-COMPUTE
           ELSE
               COMPUTE WRK-PRECO-NOVO ROUNDED =
                   WRK-PRECO-BASE * (100 - WRK-PERCENTUAL) / 100
           END-IF.

           IF WRK-APLICAR = 'N'
               MOVE WRK-PRECO-BASE TO WRK-CURR-ED-06
               DISPLAY PRD-CODIGO ' ' PRD-DESCRICAO
                       ' DE ' WRK-CURR-ED-06 WITH NO ADVANCING
               MOVE WRK-PRECO-NOVO TO WRK-CURR-ED-06
               DISPLAY ' PARA ' WRK-CURR-ED-06
               GO TO 0450-EXIT
           END-IF.

           MOVE 'G'            TO PC-FUNCAO.
           MOVE PRD-CODIGO     TO PC-PRODUTO.
           MOVE WRK-VIG-DE     TO PC-DATA.
           MOVE WRK-PRECO-NOVO TO PC-PRECO.
           MOVE 'PROGCOB130'   TO PC-PROGRAMA.
           MOVE WRK-OPERADOR   TO PC-OPERADOR.
           MOVE WRK-REFERENCIA TO PC-REFERENCIA.
           CALL 'PRICEUTIL' USING PC-PARM.
           IF PC-RETORNO NOT = 'S'
               ADD 1 TO WRK-QTDE-ERROS
               DISPLAY 'PRODUTO ' PRD-CODIGO ' NAO GRAVADO NA LISTA'
               GO TO 0450-EXIT
           END-IF.

           IF WRK-VIG-DE NOT > WRK-HOJE-NUM
               MOVE WRK-PRECO-NOVO TO PRD-PRECO-UNIT
               REWRITE PRD-REGISTRO
           END-IF.
       0450-EXIT.
           EXIT.

      ******************************************************************
      * 0500-DECIDE-PROPOSTA - LISTA AS PROPOSTAS PENDENTES, RECEBE A
      * ESCOLHIDA E A DECISAO. A APROVACAO APLICA O REAJUSTE NA LISTA
      * DE PRECOS; APROVADOR E DATA FICAM CARIMBADOS NO PRICEREQ.
      * PRICEREQ MAIOR QUE A TABELA NAO E DECIDIDO: A REGRAVACAO
      * PERDERIA AS PROPOSTAS QUE NAO COUBERAM.
      ******************************************************************
       0500-DECIDE-PROPOSTA SECTION.
           PERFORM 0800-CARREGA-PEDIDOS.
           IF PEDIDOS-ESTOURADOS
               DISPLAY 'PRICEREQ COM MAIS DE 500 PROPOSTAS - ARQUIVAR '
                       'AS DECIDIDAS; NENHUMA DECISAO GRAVADA'
               GO TO 0500-EXIT
           END-IF.

           MOVE 0 TO WRK-QTDE-ABERTOS.
           PERFORM VARYING WRK-PED-IDX FROM 1 BY 1
                   UNTIL WRK-PED-IDX > WRK-PED-QTD
               IF WRK-PED-STATUS(WRK-PED-IDX) = 'P'
                   ADD 1 TO WRK-QTDE-ABERTOS
                   DISPLAY 'PROPOSTA ' WRK-PED-IDX
                           ' GRUPO ' WRK-PED-GRUPO(WRK-PED-IDX)
                           ' ' WRK-PED-SINAL(WRK-PED-IDX)
                           WRK-PED-PERCENTUAL(WRK-PED-IDX) '%'
                           ' A PARTIR DE ' WRK-PED-VIG-DE(WRK-PED-IDX)
                           ' POR ' WRK-PED-SOLIC(WRK-PED-IDX)
               END-IF
           END-PERFORM.

           IF WRK-QTDE-ABERTOS = 0
               DISPLAY 'NENHUMA PROPOSTA PENDENTE'
               GO TO 0500-EXIT
           END-IF.

       0500-RECEBE-PEDIDO.
           DISPLAY 'NUMERO DA PROPOSTA (0 = VOLTA): '.
           ACCEPT WRK-PEDIDO-NUM.
           IF WRK-PEDIDO-NUM = 0
               GO TO 0500-EXIT
           END-IF.
           IF WRK-PEDIDO-NUM > WRK-PED-QTD
               DISPLAY 'PROPOSTA INEXISTENTE'
               GO TO 0500-RECEBE-PEDIDO
           END-IF.
           IF WRK-PED-STATUS(WRK-PEDIDO-NUM) NOT = 'P'
               DISPLAY 'PROPOSTA NAO ESTA PENDENTE'
               GO TO 0500-RECEBE-PEDIDO
           END-IF.
           IF WRK-PED-SOLIC(WRK-PEDIDO-NUM) = WRK-USER
               DISPLAY 'PROPONENTE NAO PODE DECIDIR A PROPRIA PROPOSTA'
               GO TO 0500-EXIT
           END-IF.

           DISPLAY 'APROVAR (A) OU REJEITAR (R): '.
           ACCEPT WRK-DECISAO.
           IF WRK-DECISAO NOT = 'A' AND WRK-DECISAO NOT = 'R'
               DISPLAY 'DECISAO INVALIDA'
               GO TO 0500-EXIT
           END-IF.

           IF WRK-DECISAO = 'A'
               AND WRK-PED-VIG-DE(WRK-PEDIDO-NUM) < WRK-HOJE-NUM
               DISPLAY 'VIGENCIA DA PROPOSTA JA PASSOU - REJEITE E '
                       'PROPONHA DE NOVO'
               GO TO 0500-EXIT
           END-IF.

           IF WRK-DECISAO = 'A'
               MOVE WRK-PED-GRUPO(WRK-PEDIDO-NUM)      TO WRK-GRUPO
               MOVE WRK-PED-SINAL(WRK-PEDIDO-NUM)      TO WRK-SINAL
               MOVE WRK-PED-PERCENTUAL(WRK-PEDIDO-NUM)
                   TO WRK-PERCENTUAL
               MOVE WRK-PED-VIG-DE(WRK-PEDIDO-NUM)     TO WRK-VIG-DE
               MOVE SPACES TO WRK-REFERENCIA
               STRING 'REAJ' WRK-PED-NUMERO(WRK-PEDIDO-NUM)
                   DELIMITED BY SIZE INTO WRK-REFERENCIA
               END-STRING
               MOVE 'S' TO WRK-APLICAR
               PERFORM 0400-PERCORRE-GRUPO
               MOVE WRK-QTDE-GRUPO
                   TO WRK-PED-QTDE-PROD(WRK-PEDIDO-NUM)
           END-IF.

           MOVE WRK-DECISAO  TO WRK-PED-STATUS(WRK-PEDIDO-NUM).
           MOVE WRK-USER     TO WRK-PED-APROVADOR(WRK-PEDIDO-NUM).
           MOVE WRK-HOJE-NUM TO WRK-PED-DATA-APROV(WRK-PEDIDO-NUM).
           PERFORM 0850-REGRAVA-PEDIDOS.

           IF WRK-DECISAO = 'A'
               DISPLAY 'REAJUSTE APROVADO - PRODUTOS: ' WRK-QTDE-GRUPO
                       ' COM ERRO: ' WRK-QTDE-ERROS
           ELSE
               DISPLAY 'PROPOSTA REJEITADA'
           END-IF.
       0500-EXIT.
           EXIT.

      ******************************************************************
      * 0700-CONSULTA-PRECOS - MOSTRA TODAS AS ENTRADAS DO PRODUTO NA
      * LISTA DE PRECOS (VIGENCIA, PRECO, QUEM GRAVOU E DE ONDE) E O
      * PRECO VIGENTE NA DATA INFORMADA.
      ******************************************************************
       0700-CONSULTA-PRECOS SECTION.
           DISPLAY 'CODIGO DO PRODUTO: '.
           ACCEPT WRK-CODIGO.

           MOVE WRK-CODIGO TO PRD-CODIGO.
           READ PRODUCT-MASTER-FILE
               INVALID KEY
                   DISPLAY 'PRODUTO NAO CADASTRADO'
                   GO TO 0700-EXIT
           END-READ.
           MOVE PRD-PRECO-UNIT TO WRK-CURR-ED-06.
           DISPLAY PRD-CODIGO ' ' PRD-DESCRICAO ' GRUPO ' PRD-GRUPO
                   ' CADASTRO ' WRK-CURR-ED-06.

           OPEN INPUT PRICE-LIST-FILE.
           IF WRK-LISTA-STATUS NOT = '00'
               DISPLAY 'LISTA DE PRECOS AINDA NAO CRIADA'
               GO TO 0700-EXIT
           END-IF.

           MOVE 'N' TO WRK-LISTA-EOF.
           MOVE WRK-CODIGO TO PL-PRODUTO.
           MOVE 0 TO PL-VIG-DE.
           START PRICE-LIST-FILE KEY IS NOT LESS THAN PL-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-LISTA-EOF
           END-START.

           PERFORM UNTIL LISTA-ACABOU
               READ PRICE-LIST-FILE NEXT
                   AT END
                       MOVE 'S' TO WRK-LISTA-EOF
                   NOT AT END
                       IF PL-PRODUTO NOT = WRK-CODIGO
                           MOVE 'S' TO WRK-LISTA-EOF
                       ELSE
                           MOVE PL-PRECO TO WRK-CURR-ED-06
                           DISPLAY 'DESDE ' PL-VIG-DE
                                   ' PRECO ' WRK-CURR-ED-06
                                   ' ' PL-PROGRAMA
                                   ' ' PL-OPERADOR
                                   ' ' PL-REFERENCIA
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE PRICE-LIST-FILE.

           DISPLAY 'DATA PARA CONSULTA (AAAAMMDD, 0 = HOJE): '.
           ACCEPT WRK-DATA-CONSULTA.
           IF WRK-DATA-CONSULTA = 0
               MOVE WRK-HOJE-NUM TO WRK-DATA-CONSULTA
           END-IF.

           MOVE 'P'               TO PC-FUNCAO.
           MOVE WRK-CODIGO        TO PC-PRODUTO.
           MOVE WRK-DATA-CONSULTA TO PC-DATA.
           CALL 'PRICEUTIL' USING PC-PARM.
           IF PC-RETORNO = 'S'
               MOVE PC-PRECO TO WRK-CURR-ED-06
               DISPLAY 'PRECO EM ' WRK-DATA-CONSULTA ': '
                       WRK-CURR-ED-06 ' (VIGENTE DESDE ' PC-VIG-DE ')'
           ELSE
               DISPLAY 'SEM ENTRADA NA LISTA EM ' WRK-DATA-CONSULTA
                       ' - VALE O PRECO DO CADASTRO'
           END-IF.
       0700-EXIT.
           EXIT.

      ******************************************************************
      * 0750-ATUALIZA-CORRENTE - LEVA PARA O PRD-PRECO-UNIT DE CADA
      * PRODUTO O PRECO DA LISTA VIGENTE HOJE, PARA OS REAJUSTES
      * AGENDADOS QUE JA ENTRARAM EM VIGOR. PRODUTO SEM ENTRADA NA
      * LISTA NAO E MEXIDO.
      ******************************************************************
       0750-ATUALIZA-CORRENTE SECTION.
           MOVE 0 TO WRK-QTDE-GRUPO.
           MOVE 'N' TO WRK-PROD-EOF.

           MOVE LOW-VALUES TO PRD-CODIGO.
           START PRODUCT-MASTER-FILE KEY IS NOT LESS THAN PRD-CODIGO
               INVALID KEY
                   MOVE 'S' TO WRK-PROD-EOF
           END-START.

           PERFORM UNTIL PROD-ACABOU
               READ PRODUCT-MASTER-FILE NEXT
                   AT END
                       MOVE 'S' TO WRK-PROD-EOF
                   NOT AT END
                       MOVE 'P'          TO PC-FUNCAO
                       MOVE PRD-CODIGO   TO PC-PRODUTO
                       MOVE WRK-HOJE-NUM TO PC-DATA
                       CALL 'PRICEUTIL' USING PC-PARM
                       IF PC-RETORNO = 'S'
                           AND PC-PRECO NOT = PRD-PRECO-UNIT
                           MOVE PC-PRECO TO PRD-PRECO-UNIT
                           REWRITE PRD-REGISTRO
                           ADD 1 TO WRK-QTDE-GRUPO
                       END-IF
               END-READ
           END-PERFORM.

           DISPLAY 'PRECOS CORRENTES ATUALIZADOS: ' WRK-QTDE-GRUPO.

      ******************************************************************
      * 0800-CARREGA-PEDIDOS - LE O PRICEREQ PARA A TABELA EM MEMORIA.
      * PROPOSTA ALEM DA 500A NAO ENTRA E MARCA WRK-PED-ESTOURO.
      ******************************************************************
       0800-CARREGA-PEDIDOS SECTION.
           MOVE 0 TO WRK-PED-QTD.
           MOVE 'N' TO WRK-PED-ESTOURO.
           MOVE 'N' TO WRK-REQ-EOF.

           OPEN INPUT PRICE-REQ-FILE.
           IF WRK-REQ-STATUS NOT = '00'
               GO TO 0800-EXIT
           END-IF.

           PERFORM UNTIL REQ-ACABOU
               READ PRICE-REQ-FILE
                   AT END
                       MOVE 'S' TO WRK-REQ-EOF
                   NOT AT END
                       IF WRK-PED-QTD < 500
                           ADD 1 TO WRK-PED-QTD
                           MOVE PR-NUMERO
                               TO WRK-PED-NUMERO(WRK-PED-QTD)
                           MOVE PR-GRUPO
                               TO WRK-PED-GRUPO(WRK-PED-QTD)
                           MOVE PR-SINAL
                               TO WRK-PED-SINAL(WRK-PED-QTD)
                           MOVE PR-PERCENTUAL
                               TO WRK-PED-PERCENTUAL(WRK-PED-QTD)
                           MOVE PR-VIG-DE
                               TO WRK-PED-VIG-DE(WRK-PED-QTD)
                           MOVE PR-SOLICITANTE
                               TO WRK-PED-SOLIC(WRK-PED-QTD)
                           MOVE PR-DATA-SOLIC
                               TO WRK-PED-DATA-SOLIC(WRK-PED-QTD)
                           MOVE PR-STATUS
                               TO WRK-PED-STATUS(WRK-PED-QTD)
                           MOVE PR-APROVADOR
                               TO WRK-PED-APROVADOR(WRK-PED-QTD)
                           MOVE PR-DATA-APROV
                               TO WRK-PED-DATA-APROV(WRK-PED-QTD)
                           MOVE PR-QTDE-PRODUTOS
                               TO WRK-PED-QTDE-PROD(WRK-PED-QTD)
                       ELSE
                           MOVE 'S' TO WRK-PED-ESTOURO
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE PRICE-REQ-FILE.
       0800-EXIT.
           EXIT.

      ******************************************************************
      * 0850-REGRAVA-PEDIDOS - REGRAVA O PRICEREQ COMPLETO COM AS
      * DECISOES CARIMBADAS.
      ******************************************************************
       0850-REGRAVA-PEDIDOS SECTION.
           OPEN OUTPUT PRICE-REQ-FILE.
           PERFORM VARYING WRK-PED-IDX FROM 1 BY 1
                   UNTIL WRK-PED-IDX > WRK-PED-QTD
               MOVE WRK-PED-NUMERO(WRK-PED-IDX)     TO PR-NUMERO
               MOVE WRK-PED-GRUPO(WRK-PED-IDX)      TO PR-GRUPO
               MOVE WRK-PED-SINAL(WRK-PED-IDX)      TO PR-SINAL
               MOVE WRK-PED-PERCENTUAL(WRK-PED-IDX) TO PR-PERCENTUAL
               MOVE WRK-PED-VIG-DE(WRK-PED-IDX)     TO PR-VIG-DE
               MOVE WRK-PED-SOLIC(WRK-PED-IDX)      TO PR-SOLICITANTE
               MOVE WRK-PED-DATA-SOLIC(WRK-PED-IDX) TO PR-DATA-SOLIC
               MOVE WRK-PED-STATUS(WRK-PED-IDX)     TO PR-STATUS
               MOVE WRK-PED-APROVADOR(WRK-PED-IDX)  TO PR-APROVADOR
               MOVE WRK-PED-DATA-APROV(WRK-PED-IDX) TO PR-DATA-APROV
               MOVE WRK-PED-QTDE-PROD(WRK-PED-IDX)  TO PR-QTDE-PRODUTOS
               WRITE PR-REGISTRO
           END-PERFORM.
           CLOSE PRICE-REQ-FILE.

       END PROGRAM PROGCOB130.
