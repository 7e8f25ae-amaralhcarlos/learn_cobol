       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB137.
      ******************************************************************
      *AUTHOR: CARLOS AMARAL
      *DATE: 15/10/2026
      *PURPOSE: APROVACAO DAS RECOMENDACOES DE CREDITO DA REVISAO
      *         MENSAL (PROGCOB136). QUALQUER USUARIO DO USERMASTER
      *         CONSULTA AS RECOMENDACOES PENDENTES DO CREDITREVIEW; SO
      *         UM USUARIO DE NIVEL ADMIN (01) APROVA OU REJEITA. A
      *         APROVACAO REGRAVA O CLIENTE NO CUSTMASTER (LIMITE NOVO
      *         NO AUMENTO/REDUCAO, CREDITO 'B' NO BLOQUEIO), DESDE QUE
      *         O CADASTRO AINDA ESTEJA COMO NA HORA DA REVISAO, E
      *         TODA DECISAO VAI PARA O ARQUIVO DE AUDITORIA CREDITAUD
      *         COM O ANTES, O DEPOIS E QUEM DECIDIU (MESMA MECANICA DA
      *         BAIXA POR PERDA DO PROGCOB071).
      *MODIFICATION HISTORY:
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

           SELECT CUST-MASTER-FILE ASSIGN TO 'CUSTMASTER'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CODIGO
               FILE STATUS IS WRK-CUST-STATUS.

           SELECT CREDIT-REVIEW-FILE ASSIGN TO 'CREDITREVIEW'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-REVIEW-STATUS.

           SELECT CREDIT-AUDIT-FILE ASSIGN TO 'CREDITAUD'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  USER-MASTER-FILE.
           COPY 'USERMASTER-REC.cob'.

       FD  CUST-MASTER-FILE.
           COPY 'CUSTMASTER-REC.cob'.

       FD  CREDIT-REVIEW-FILE.
           COPY 'CREDREVIEW-REC.cob'.

       FD  CREDIT-AUDIT-FILE.
       01  CA-LINHA                PIC X(150).

       WORKING-STORAGE SECTION.
           COPY 'MCTLUTIL-PARM.cob'.

       77  WRK-USERMASTER-STATUS PIC X(02)     VALUE SPACES.
       77  WRK-CUST-STATUS     PIC X(02)       VALUE SPACES.
       77  WRK-REVIEW-STATUS   PIC X(02)       VALUE SPACES.
       77  WRK-REVIEW-EOF      PIC X(01)       VALUE 'N'.
           88  REVIEW-ACABOU                   VALUE 'S'.
       77  WRK-AUDIT-STATUS    PIC X(02)       VALUE SPACES.

       77  WRK-USER            PIC X(20)       VALUE SPACES.
       77  WRK-PIN             PIC X(16)       VALUE SPACES.
           COPY 'PINUTIL-PARM.cob'.
       77  WRK-NIVEL           PIC 9(02)       VALUE ZEROES.
       77  WRK-LOGIN-OK        PIC X(01)       VALUE 'N'.
           88  LOGIN-VALIDO                    VALUE 'S'.
       77  WRK-OPCAO           PIC 9(01)       VALUE ZEROES.

       77  WRK-ESCOLHIDA       PIC 9(04)       VALUE ZEROES.
       77  WRK-QTDE-PENDENTES  PIC 9(04)       VALUE ZEROES.
       77  WRK-CONFIRMA        PIC X(01)       VALUE SPACES.
       77  WRK-MOTIVO          PIC X(30)       VALUE SPACES.
       77  WRK-DECISAO         PIC X(10)       VALUE SPACES.
       77  WRK-REC-TEXTO       PIC X(08)       VALUE SPACES.
       77  WRK-LIMITE-NOVO     PIC 9(08)V99    VALUE ZEROES.
       77  WRK-CREDITO-NOVO    PIC X(01)       VALUE SPACES.

      ******************************************************************
      * TABELA DAS RECOMENDACOES DO CREDITREVIEW EM MEMORIA, PARA
      * LISTAR AS PENDENTES E REGRAVAR O ARQUIVO COM A DECISAO
      * CARIMBADA.
      ******************************************************************
       77  WRK-REV-QTD         PIC 9(04)       VALUE ZEROES.
       77  WRK-REV-IDX         PIC 9(04)       VALUE ZEROES.
       01  WRK-TAB-REVISOES.
           02  WRK-REV-LINHA   OCCURS 2000 TIMES.
               03  WRK-REV-DATA        PIC 9(08).
               03  WRK-REV-CLIENTE     PIC 9(06).
               03  WRK-REV-RECOM       PIC X(01).
               03  WRK-REV-CREDITO     PIC X(01).
               03  WRK-REV-LIMITE      PIC 9(08)V99.
               03  WRK-REV-SUGERIDO    PIC 9(08)V99.
               03  WRK-REV-EXPOSICAO   PIC 9(08)V99.
               03  WRK-REV-MEDIA       PIC 9(04).
               03  WRK-REV-PCT         PIC 9(03)V99.
               03  WRK-REV-DSO         PIC 9(04).
               03  WRK-REV-SITUACAO    PIC X(01).
               03  WRK-REV-DECISOR     PIC X(20).
               03  WRK-REV-DT-DECISAO  PIC 9(08).

       01  WRK-HOJE.
           02  WRK-HOJE-ANO    PIC 9(04)       VALUE ZEROES.
           02  WRK-HOJE-MES    PIC 9(02)       VALUE ZEROES.
           02  WRK-HOJE-DIA    PIC 9(02)       VALUE ZEROES.
       01  WRK-HOJE-NUM REDEFINES WRK-HOJE PIC 9(08).
       01  WRK-HORA.
           02  WRK-HORA-HH     PIC 9(02)       VALUE ZEROES.
           02  WRK-HORA-MM     PIC 9(02)       VALUE ZEROES.
           02  WRK-HORA-SS     PIC 9(02)       VALUE ZEROES.
           02  WRK-HORA-CC     PIC 9(02)       VALUE ZEROES.

       77  WRK-ED-LIMITE       PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROES.
       77  WRK-ED-SUGERIDO     PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROES.
       77  WRK-ED-EXPOSICAO    PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROES.

       PROCEDURE DIVISION.

           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.

           PERFORM 0100-VALIDA-USUARIO.
           IF NOT LOGIN-VALIDO
               DISPLAY 'ACESSO NEGADO'
               STOP RUN
           END-IF.

           PERFORM 0200-EXECUTA-MENU UNTIL WRK-OPCAO = 9.

           STOP RUN.

      ******************************************************************
      * 0100-VALIDA-USUARIO - EXIGE USUARIO DO USERMASTER COM PIN
      * CORRETO E CONTA NAO BLOQUEADA (MESMA MECANICA DO PROGCOB071).
      * O NIVEL FICA GUARDADO: QUALQUER USUARIO CONSULTA, SO ADMIN
      * (01) DECIDE.
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
       0100-EXIT.
           EXIT.

      ******************************************************************
      * 0200-EXECUTA-MENU - CONSULTA PARA QUALQUER USUARIO, APROVACAO
      * E REJEICAO SO PARA ADMIN.
      ******************************************************************
       0200-EXECUTA-MENU SECTION.
           DISPLAY '1 - LISTAR RECOMENDACOES PENDENTES'.
           DISPLAY '2 - APROVAR RECOMENDACAO (SO ADMIN)'.
           DISPLAY '3 - REJEITAR RECOMENDACAO (SO ADMIN)'.
           DISPLAY '9 - SAIR'.
           DISPLAY 'ESCOLHA UMA OPCAO: '.
           ACCEPT WRK-OPCAO.

           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0300-LISTA-PENDENTES
               WHEN 2
                   IF WRK-NIVEL = 01
                       PERFORM 0400-APROVA
                   ELSE
                       DISPLAY 'APROVACAO RESTRITA AO NIVEL ADMIN (01)'
                   END-IF
               WHEN 3
                   IF WRK-NIVEL = 01
                       PERFORM 0500-REJEITA
                   ELSE
                       DISPLAY 'REJEICAO RESTRITA AO NIVEL ADMIN (01)'
                   END-IF
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

      ******************************************************************
      * 0300-LISTA-PENDENTES - CARREGA O CREDITREVIEW E MOSTRA AS
      * RECOMENDACOES PENDENTES COM OS INDICADORES DA REVISAO.
      ******************************************************************
       0300-LISTA-PENDENTES SECTION.
           PERFORM 0700-CARREGA-REVISOES.

           MOVE 0 TO WRK-QTDE-PENDENTES.
           PERFORM VARYING WRK-REV-IDX FROM 1 BY 1
                   UNTIL WRK-REV-IDX > WRK-REV-QTD
               IF WRK-REV-SITUACAO(WRK-REV-IDX) = 'P'
                   ADD 1 TO WRK-QTDE-PENDENTES
                   PERFORM 0350-MOSTRA-REVISAO
               END-IF
           END-PERFORM.

           IF WRK-QTDE-PENDENTES = 0
               DISPLAY 'NENHUMA RECOMENDACAO PENDENTE'
           END-IF.

      ******************************************************************
      * 0350-MOSTRA-REVISAO - DUAS LINHAS DA RECOMENDACAO WRK-REV-IDX.
      ******************************************************************
       0350-MOSTRA-REVISAO SECTION.
           PERFORM 0360-TEXTO-RECOMENDACAO.
           MOVE WRK-REV-LIMITE(WRK-REV-IDX)    TO WRK-ED-LIMITE.
           MOVE WRK-REV-SUGERIDO(WRK-REV-IDX)  TO WRK-ED-SUGERIDO.
           MOVE WRK-REV-EXPOSICAO(WRK-REV-IDX) TO WRK-ED-EXPOSICAO.
           DISPLAY 'RECOMENDACAO ' WRK-REV-IDX
                   ' CLIENTE ' WRK-REV-CLIENTE(WRK-REV-IDX)
                   ' ' WRK-REC-TEXTO
                   ' LIMITE ' WRK-ED-LIMITE
                   ' SUGERIDO ' WRK-ED-SUGERIDO.
           DISPLAY '    EXPOSICAO ' WRK-ED-EXPOSICAO
                   ' ATRASO ' WRK-REV-PCT(WRK-REV-IDX) '%'
                   ' MEDIA ' WRK-REV-MEDIA(WRK-REV-IDX)
                   ' DSO ' WRK-REV-DSO(WRK-REV-IDX)
                   ' REVISAO ' WRK-REV-DATA(WRK-REV-IDX).

      ******************************************************************
      * 0360-TEXTO-RECOMENDACAO - TEXTO DA RECOMENDACAO WRK-REV-IDX.
      ******************************************************************
       0360-TEXTO-RECOMENDACAO SECTION.
           EVALUATE WRK-REV-RECOM(WRK-REV-IDX)
               WHEN 'A'
                   MOVE 'AUMENTAR' TO WRK-REC-TEXTO
               WHEN 'R'
                   MOVE 'REDUZIR'  TO WRK-REC-TEXTO
               WHEN 'B'
                   MOVE 'BLOQUEAR' TO WRK-REC-TEXTO
               WHEN OTHER
                   MOVE 'MANTER'   TO WRK-REC-TEXTO
           END-EVALUATE.

      ******************************************************************
      * 0400-APROVA - RECEBE A RECOMENDACAO PENDENTE, CONFERE QUE O
      * CADASTRO NAO MUDOU DESDE A REVISAO, APLICA NO CUSTMASTER,
      * AUDITA E CARIMBA A APROVACAO. NO AUMENTO/REDUCAO O APROVADOR
      * PODE INFORMAR OUTRO LIMITE (ZERO = O SUGERIDO).
      ******************************************************************
       0400-APROVA SECTION.
           PERFORM 0300-LISTA-PENDENTES.
           IF WRK-QTDE-PENDENTES = 0
               GO TO 0400-EXIT
           END-IF.

           PERFORM 0600-RECEBE-ESCOLHA.
           MOVE WRK-ESCOLHIDA TO WRK-REV-IDX.

           MOVE WRK-REV-CREDITO(WRK-ESCOLHIDA) TO WRK-CREDITO-NOVO.
           MOVE WRK-REV-LIMITE(WRK-ESCOLHIDA)  TO WRK-LIMITE-NOVO.
           IF WRK-REV-RECOM(WRK-ESCOLHIDA) = 'B'
               MOVE 'B' TO WRK-CREDITO-NOVO
           ELSE
               MOVE WRK-REV-SUGERIDO(WRK-ESCOLHIDA) TO WRK-ED-SUGERIDO
               DISPLAY 'LIMITE A APLICAR (0 = SUGERIDO '
                       WRK-ED-SUGERIDO '): '
               ACCEPT WRK-LIMITE-NOVO
               IF WRK-LIMITE-NOVO = 0
                   MOVE WRK-REV-SUGERIDO(WRK-ESCOLHIDA)
                       TO WRK-LIMITE-NOVO
               END-IF
           END-IF.

           PERFORM 0360-TEXTO-RECOMENDACAO.
           MOVE WRK-LIMITE-NOVO TO WRK-ED-LIMITE.
           DISPLAY 'CONFIRMA ' WRK-REC-TEXTO ' DO CLIENTE '
                   WRK-REV-CLIENTE(WRK-ESCOLHIDA)
                   ' - CREDITO ' WRK-CREDITO-NOVO
                   ' LIMITE ' WRK-ED-LIMITE ' (S/N)? '.
           ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA NOT = 'S'
               DISPLAY 'APROVACAO CANCELADA'
               GO TO 0400-EXIT
           END-IF.

           OPEN I-O CUST-MASTER-FILE.
           IF WRK-CUST-STATUS NOT = '00'
               DISPLAY 'CUSTMASTER INDISPONIVEL - NADA FOI APLICADO'
               GO TO 0400-EXIT
           END-IF.

           MOVE WRK-REV-CLIENTE(WRK-ESCOLHIDA) TO CM-CODIGO.
           READ CUST-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO CM-CREDITO
           END-READ.
           IF CM-LIMITE NOT NUMERIC
               MOVE 0 TO CM-LIMITE
           END-IF.

           IF CM-CREDITO NOT = WRK-REV-CREDITO(WRK-ESCOLHIDA)
               OR CM-LIMITE NOT = WRK-REV-LIMITE(WRK-ESCOLHIDA)
               CLOSE CUST-MASTER-FILE
               DISPLAY 'CLIENTE AUSENTE OU CADASTRO ALTERADO DESDE A '
                       'REVISAO - RECOMENDACAO DESCARTADA'
               MOVE 'DESCARTADA' TO WRK-DECISAO
               MOVE 'CADASTRO ALTERADO APOS REVISAO' TO WRK-MOTIVO
               MOVE WRK-REV-CREDITO(WRK-ESCOLHIDA) TO WRK-CREDITO-NOVO
               MOVE WRK-REV-LIMITE(WRK-ESCOLHIDA)  TO WRK-LIMITE-NOVO
               PERFORM 0900-GRAVA-AUDITORIA
               MOVE 'R' TO WRK-REV-SITUACAO(WRK-ESCOLHIDA)
               PERFORM 0850-CARIMBA-DECISAO
               GO TO 0400-EXIT
           END-IF.

           MOVE WRK-CREDITO-NOVO TO CM-CREDITO.
           MOVE WRK-LIMITE-NOVO  TO CM-LIMITE.
           REWRITE CM-REGISTRO.
           CLOSE CUST-MASTER-FILE.

           MOVE 'W' TO MC-FUNCAO.
           CALL 'MCTLUTIL' USING MC-PARM.

           MOVE 'APROVADA' TO WRK-DECISAO.
           MOVE SPACES     TO WRK-MOTIVO.
           PERFORM 0900-GRAVA-AUDITORIA.

           MOVE 'A' TO WRK-REV-SITUACAO(WRK-ESCOLHIDA).
           PERFORM 0850-CARIMBA-DECISAO.

           DISPLAY 'RECOMENDACAO APROVADA E APLICADA AO CADASTRO'.
       0400-EXIT.
           EXIT.

      ******************************************************************
      * 0500-REJEITA - RECEBE A RECOMENDACAO PENDENTE E O MOTIVO,
      * AUDITA E CARIMBA A REJEICAO. O CADASTRO NAO E TOCADO.
      ******************************************************************
       0500-REJEITA SECTION.
           PERFORM 0300-LISTA-PENDENTES.
           IF WRK-QTDE-PENDENTES = 0
               GO TO 0500-EXIT
           END-IF.

           PERFORM 0600-RECEBE-ESCOLHA.
           MOVE WRK-ESCOLHIDA TO WRK-REV-IDX.
           PERFORM 0360-TEXTO-RECOMENDACAO.

           DISPLAY 'MOTIVO DA REJEICAO: '.
           ACCEPT WRK-MOTIVO.
           IF WRK-MOTIVO = SPACES
               DISPLAY 'MOTIVO OBRIGATORIO - REJEICAO CANCELADA'
               GO TO 0500-EXIT
           END-IF.

           MOVE 'REJEITADA' TO WRK-DECISAO.
           MOVE WRK-REV-CREDITO(WRK-ESCOLHIDA) TO WRK-CREDITO-NOVO.
           MOVE WRK-REV-LIMITE(WRK-ESCOLHIDA)  TO WRK-LIMITE-NOVO.
           PERFORM 0900-GRAVA-AUDITORIA.

           MOVE 'R' TO WRK-REV-SITUACAO(WRK-ESCOLHIDA).
           PERFORM 0850-CARIMBA-DECISAO.

           DISPLAY 'RECOMENDACAO REJEITADA'.
       0500-EXIT.
           EXIT.

      ******************************************************************
      * 0600-RECEBE-ESCOLHA - NUMERO DE UMA RECOMENDACAO PENDENTE.
      ******************************************************************
       0600-RECEBE-ESCOLHA SECTION.
           DISPLAY 'NUMERO DA RECOMENDACAO: '.
           ACCEPT WRK-ESCOLHIDA.
           IF WRK-ESCOLHIDA < 1 OR WRK-ESCOLHIDA > WRK-REV-QTD
               DISPLAY 'RECOMENDACAO INEXISTENTE'
               GO TO 0600-RECEBE-ESCOLHA
           END-IF.
           IF WRK-REV-SITUACAO(WRK-ESCOLHIDA) NOT = 'P'
               DISPLAY 'RECOMENDACAO NAO ESTA PENDENTE'
               GO TO 0600-RECEBE-ESCOLHA
           END-IF.

      ******************************************************************
      * 0700-CARREGA-REVISOES - LE O CREDITREVIEW PARA A TABELA EM
      * MEMORIA.
      ******************************************************************
       0700-CARREGA-REVISOES SECTION.
           MOVE 0 TO WRK-REV-QTD.
           MOVE 'N' TO WRK-REVIEW-EOF.

           OPEN INPUT CREDIT-REVIEW-FILE.
           IF WRK-REVIEW-STATUS NOT = '00'
               GO TO 0700-EXIT
           END-IF.

           PERFORM UNTIL REVIEW-ACABOU
               READ CREDIT-REVIEW-FILE
                   AT END
                       MOVE 'S' TO WRK-REVIEW-EOF
                   NOT AT END
                       IF WRK-REV-QTD < 2000
                           ADD 1 TO WRK-REV-QTD
                           PERFORM 0750-GUARDA-REVISAO
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE CREDIT-REVIEW-FILE.
       0700-EXIT.
           EXIT.

      ******************************************************************
      * 0750-GUARDA-REVISAO - REGISTRO LIDO PARA A LINHA WRK-REV-QTD.
      ******************************************************************
       0750-GUARDA-REVISAO SECTION.
           MOVE RV-DATA            TO WRK-REV-DATA(WRK-REV-QTD).
           MOVE RV-CLIENTE         TO WRK-REV-CLIENTE(WRK-REV-QTD).
           MOVE RV-RECOMENDACAO    TO WRK-REV-RECOM(WRK-REV-QTD).
           MOVE RV-CREDITO-ATUAL   TO WRK-REV-CREDITO(WRK-REV-QTD).
           MOVE RV-LIMITE-ATUAL    TO WRK-REV-LIMITE(WRK-REV-QTD).
           MOVE RV-LIMITE-SUGERIDO TO WRK-REV-SUGERIDO(WRK-REV-QTD).
           MOVE RV-EXPOSICAO       TO WRK-REV-EXPOSICAO(WRK-REV-QTD).
           MOVE RV-MEDIA-ATRASO    TO WRK-REV-MEDIA(WRK-REV-QTD).
           MOVE RV-PCT-ATRASO      TO WRK-REV-PCT(WRK-REV-QTD).
           MOVE RV-DSO             TO WRK-REV-DSO(WRK-REV-QTD).
           MOVE RV-SITUACAO        TO WRK-REV-SITUACAO(WRK-REV-QTD).
           MOVE RV-DECISOR         TO WRK-REV-DECISOR(WRK-REV-QTD).
           MOVE RV-DATA-DECISAO    TO WRK-REV-DT-DECISAO(WRK-REV-QTD).

      ******************************************************************
      * 0850-CARIMBA-DECISAO - CARIMBA DECISOR E DATA NA RECOMENDACAO
      * ESCOLHIDA E REGRAVA O CREDITREVIEW COMPLETO.
      ******************************************************************
       0850-CARIMBA-DECISAO SECTION.
           MOVE WRK-USER     TO WRK-REV-DECISOR(WRK-ESCOLHIDA).
           MOVE WRK-HOJE-NUM TO WRK-REV-DT-DECISAO(WRK-ESCOLHIDA).

           OPEN OUTPUT CREDIT-REVIEW-FILE.
           PERFORM VARYING WRK-REV-IDX FROM 1 BY 1
                   UNTIL WRK-REV-IDX > WRK-REV-QTD
               MOVE WRK-REV-DATA(WRK-REV-IDX)      TO RV-DATA
               MOVE WRK-REV-CLIENTE(WRK-REV-IDX)   TO RV-CLIENTE
               MOVE WRK-REV-RECOM(WRK-REV-IDX)     TO RV-RECOMENDACAO
               MOVE WRK-REV-CREDITO(WRK-REV-IDX)   TO RV-CREDITO-ATUAL
               MOVE WRK-REV-LIMITE(WRK-REV-IDX)    TO RV-LIMITE-ATUAL
               MOVE WRK-REV-SUGERIDO(WRK-REV-IDX)
                   TO RV-LIMITE-SUGERIDO
               MOVE WRK-REV-EXPOSICAO(WRK-REV-IDX) TO RV-EXPOSICAO
               MOVE WRK-REV-MEDIA(WRK-REV-IDX)     TO RV-MEDIA-ATRASO
               MOVE WRK-REV-PCT(WRK-REV-IDX)       TO RV-PCT-ATRASO
               MOVE WRK-REV-DSO(WRK-REV-IDX)       TO RV-DSO
               MOVE WRK-REV-SITUACAO(WRK-REV-IDX)  TO RV-SITUACAO
               MOVE WRK-REV-DECISOR(WRK-REV-IDX)   TO RV-DECISOR
               MOVE WRK-REV-DT-DECISAO(WRK-REV-IDX)
                   TO RV-DATA-DECISAO
               WRITE RV-REGISTRO
           END-PERFORM.
           CLOSE CREDIT-REVIEW-FILE.

      ******************************************************************
      * 0900-GRAVA-AUDITORIA - REGISTRA A DECISAO NO CREDITAUD COM
      * DATA/HORA, CLIENTE, RECOMENDACAO, CREDITO E LIMITE ANTES E
      * DEPOIS, DECISOR E MOTIVO.
      ******************************************************************
       0900-GRAVA-AUDITORIA SECTION.
           ACCEPT WRK-HORA FROM TIME.

           OPEN EXTEND CREDIT-AUDIT-FILE.
           IF WRK-AUDIT-STATUS NOT = '00'
               OPEN OUTPUT CREDIT-AUDIT-FILE
           END-IF.

           MOVE SPACES TO CA-LINHA.
           STRING WRK-HOJE-DIA '/' WRK-HOJE-MES '/' WRK-HOJE-ANO
                  ' ' WRK-HORA-HH ':' WRK-HORA-MM ':' WRK-HORA-SS
                  ';CLIENTE=' WRK-REV-CLIENTE(WRK-ESCOLHIDA)
                  ';DECISAO=' DELIMITED BY SIZE
                  WRK-DECISAO DELIMITED BY SPACE
                  ';RECOM=' DELIMITED BY SIZE
                  WRK-REC-TEXTO DELIMITED BY SPACE
                  ';CREDITO=' WRK-REV-CREDITO(WRK-ESCOLHIDA)
                  '>' WRK-CREDITO-NOVO
                  ';LIMITE=' WRK-REV-LIMITE(WRK-ESCOLHIDA)
                  '>' WRK-LIMITE-NOVO
                  ';REVISAO=' WRK-REV-DATA(WRK-ESCOLHIDA)
                  ';DECISOR=' DELIMITED BY SIZE
                  WRK-USER DELIMITED BY SPACE
                  ';MOTIVO=' DELIMITED BY SIZE
                  WRK-MOTIVO DELIMITED BY '  '
               INTO CA-LINHA
           END-STRING
           WRITE CA-LINHA.

           CLOSE CREDIT-AUDIT-FILE.

       END PROGRAM PROGCOB137.
