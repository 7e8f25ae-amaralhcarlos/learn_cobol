       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB141.
      ******************************************************************
      *AUTHOR: CARLOS AMARAL
      *DATE: 15/10/2026
      *PURPOSE: CADASTRO DE CONTAS BANCARIAS (BANKACCOUNTS). A
      *         CONCILIACAO DO PROGCOB009C SUPUNHA UM BANCO SO; AGORA
      *         CADA CONTA E CADASTRADA AQUI COM CODIGO INTERNO (1 A
      *         20), BANCO, AGENCIA E CONTA COM OS DIGITOS (COMO VEM NO
      *         EXTRATO CNAB-240 IMPORTADO PELO PROGCOB142), NOME E A
      *         CONTA DO RAZAO QUE ELA ESPELHA (VALIDADA NO PLANO
      *         GLACCOUNTS). UMA CONTA E A PRINCIPAL: RECEBE OS
      *         LANCAMENTOS E PENDENCIAS ANTIGOS SEM CODIGO DE CONTA.
      *         ENCERRAR UMA CONTA E SO MARCAR 'I': O IMPORTADOR PASSA
      *         A RECUSAR O EXTRATO DELA.
      *MODIFICATION HISTORY:
      * 15/10/2026 - PLANO DE CONTAS LIDO PELA COPY GLACCT-REC (CLASSE E
      *              GRUPO DO BALANCO NO FIM DA LINHA).
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANK-ACCOUNT-FILE ASSIGN TO 'BANKACCOUNTS'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-CONTA-STATUS.

           SELECT GL-ACCOUNTS-FILE ASSIGN TO 'GLACCOUNTS'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-PLANO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BANK-ACCOUNT-FILE.
           COPY 'BANKACCT-REC.cob'.

       FD  GL-ACCOUNTS-FILE.
           COPY 'GLACCT-REC.cob'.

       WORKING-STORAGE SECTION.
       77  WRK-CONTA-STATUS    PIC X(02)       VALUE SPACES.
       77  WRK-CONTA-EOF       PIC X(01)       VALUE 'N'.
           88  CONTA-ACABOU                    VALUE 'S'.
       77  WRK-PLANO-STATUS    PIC X(02)       VALUE SPACES.
       77  WRK-PLANO-EOF       PIC X(01)       VALUE 'N'.
           88  PLANO-ACABOU                    VALUE 'S'.

       77  WRK-OPCAO           PIC 9(01)       VALUE ZEROES.
       77  WRK-MEXEU           PIC X(01)       VALUE 'N'.
       77  WRK-CODIGO          PIC 9(02)       VALUE ZEROES.
       77  WRK-CONTA-GL        PIC 9(04)       VALUE ZEROES.

      ******************************************************************
      * CADASTRO EM MEMORIA, REGRAVADO NA SAIDA QUANDO HOUVE MEXIDA
      * (MESMA MECANICA DO PROGCOB120).
      ******************************************************************
       77  WRK-CTA-QTD         PIC 9(02)       VALUE ZEROES.
       77  WRK-CTA-IDX         PIC 9(02)       VALUE ZEROES.
       77  WRK-CTA-AUX         PIC 9(02)       VALUE ZEROES.
       77  WRK-CTA-ACHOU       PIC X(01)       VALUE 'N'.
           88  CONTA-EXISTE                    VALUE 'S'.
       01  WRK-TAB-CONTAS.
           02  WRK-CTA-LINHA   OCCURS 20 TIMES.
               03  WRK-CTA-CODIGO      PIC 9(02).
               03  WRK-CTA-BANCO       PIC 9(03).
               03  WRK-CTA-AGENCIA     PIC 9(05).
               03  WRK-CTA-AGENCIA-DV  PIC X(01).
               03  WRK-CTA-NUMERO      PIC 9(12).
               03  WRK-CTA-NUMERO-DV   PIC X(01).
               03  WRK-CTA-NOME        PIC X(20).
               03  WRK-CTA-GL          PIC 9(04).
               03  WRK-CTA-PRINCIPAL   PIC X(01).
               03  WRK-CTA-ATIVA       PIC X(01).

      ******************************************************************
      * CONTAS DO PLANO (GLACCOUNTS), PARA VALIDAR A CONTA DO RAZAO.
      ******************************************************************
       77  WRK-PLN-QTD         PIC 9(03)       VALUE ZEROES.
       77  WRK-PLN-IDX         PIC 9(03)       VALUE ZEROES.
       77  WRK-PLN-ACHOU       PIC X(01)       VALUE 'N'.
           88  CONTA-NO-PLANO                  VALUE 'S'.
       01  WRK-TAB-PLANO.
           02  WRK-PLN-CONTA   PIC 9(04)       OCCURS 200 TIMES.

       PROCEDURE DIVISION.

           PERFORM 0100-CARREGA-CONTAS.
           PERFORM 0150-CARREGA-PLANO.
           PERFORM 0200-EXECUTA-MENU UNTIL WRK-OPCAO = 9.
           IF WRK-MEXEU = 'S'
               PERFORM 0800-REGRAVA-CONTAS
           END-IF.

           STOP RUN.

      ******************************************************************
      * 0100-CARREGA-CONTAS - LE O BANKACCOUNTS PARA A TABELA.
      ******************************************************************
       0100-CARREGA-CONTAS SECTION.
           OPEN INPUT BANK-ACCOUNT-FILE.
           IF WRK-CONTA-STATUS NOT = '00'
               GO TO 0100-EXIT
           END-IF.

           PERFORM UNTIL CONTA-ACABOU
               READ BANK-ACCOUNT-FILE
                   AT END
                       MOVE 'S' TO WRK-CONTA-EOF
                   NOT AT END
                       IF WRK-CTA-QTD < 20
                           ADD 1 TO WRK-CTA-QTD
                           MOVE BK-CODIGO
                               TO WRK-CTA-CODIGO(WRK-CTA-QTD)
                           MOVE BK-BANCO
                               TO WRK-CTA-BANCO(WRK-CTA-QTD)
                           MOVE BK-AGENCIA
                               TO WRK-CTA-AGENCIA(WRK-CTA-QTD)
                           MOVE BK-AGENCIA-DV
                               TO WRK-CTA-AGENCIA-DV(WRK-CTA-QTD)
                           MOVE BK-NUMERO
                               TO WRK-CTA-NUMERO(WRK-CTA-QTD)
                           MOVE BK-NUMERO-DV
                               TO WRK-CTA-NUMERO-DV(WRK-CTA-QTD)
                           MOVE BK-NOME
                               TO WRK-CTA-NOME(WRK-CTA-QTD)
                           MOVE BK-CONTA-GL
                               TO WRK-CTA-GL(WRK-CTA-QTD)
                           MOVE BK-PRINCIPAL
                               TO WRK-CTA-PRINCIPAL(WRK-CTA-QTD)
                           MOVE BK-ATIVA
                               TO WRK-CTA-ATIVA(WRK-CTA-QTD)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE BANK-ACCOUNT-FILE.
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
      * 0200-EXECUTA-MENU - INCLUSAO, ALTERACAO, SITUACAO E LISTAGEM.
      ******************************************************************
       0200-EXECUTA-MENU SECTION.
           DISPLAY '1 - INCLUIR CONTA BANCARIA'.
           DISPLAY '2 - ALTERAR CONTA DO RAZAO'.
           DISPLAY '3 - DEFINIR CONTA PRINCIPAL'.
           DISPLAY '4 - ATIVAR/ENCERRAR CONTA'.
           DISPLAY '5 - LISTAR CONTAS'.
           DISPLAY '9 - SAIR'.
           DISPLAY 'ESCOLHA UMA OPCAO: '.
           ACCEPT WRK-OPCAO.

           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0300-INCLUI-CONTA
               WHEN 2
                   PERFORM 0400-ALTERA-CONTA-GL
               WHEN 3
                   PERFORM 0500-DEFINE-PRINCIPAL
               WHEN 4
                   PERFORM 0600-MUDA-SITUACAO
               WHEN 5
                   PERFORM 0700-LISTA-CONTAS
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

      ******************************************************************
      * 0250-BUSCA-CONTA - PROCURA WRK-CODIGO NA TABELA.
      ******************************************************************
       0250-BUSCA-CONTA SECTION.
           MOVE 'N' TO WRK-CTA-ACHOU.
           PERFORM VARYING WRK-CTA-IDX FROM 1 BY 1
                   UNTIL WRK-CTA-IDX > WRK-CTA-QTD
                       OR CONTA-EXISTE
               IF WRK-CTA-CODIGO(WRK-CTA-IDX) = WRK-CODIGO
                   MOVE 'S' TO WRK-CTA-ACHOU
                   SUBTRACT 1 FROM WRK-CTA-IDX
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
      * 0300-INCLUI-CONTA - CADASTRA UMA CONTA NOVA (CODIGO 1 A 20). A
      * PRIMEIRA CONTA CADASTRADA JA NASCE PRINCIPAL.
      ******************************************************************
       0300-INCLUI-CONTA SECTION.
           DISPLAY 'CODIGO DA CONTA (1 A 20): '.
           ACCEPT WRK-CODIGO.
           IF WRK-CODIGO < 1 OR WRK-CODIGO > 20
               DISPLAY 'CODIGO FORA DO TETO DE 20 CONTAS'
               GO TO 0300-EXIT
           END-IF.

           PERFORM 0250-BUSCA-CONTA.
           IF CONTA-EXISTE
               DISPLAY 'CONTA JA CADASTRADA: '
                       WRK-CTA-NOME(WRK-CTA-IDX)
               GO TO 0300-EXIT
           END-IF.

           DISPLAY 'CONTA DO RAZAO (PLANO GLACCOUNTS): '.
           ACCEPT WRK-CONTA-GL.
           PERFORM 0260-VALIDA-CONTA-GL.
           IF NOT CONTA-NO-PLANO
               DISPLAY 'CONTA ' WRK-CONTA-GL ' NAO EXISTE NO PLANO'
               GO TO 0300-EXIT
           END-IF.

           ADD 1 TO WRK-CTA-QTD.
           MOVE WRK-CODIGO   TO WRK-CTA-CODIGO(WRK-CTA-QTD).
           MOVE WRK-CONTA-GL TO WRK-CTA-GL(WRK-CTA-QTD).
           DISPLAY 'CODIGO DO BANCO (3 DIGITOS): '.
           ACCEPT WRK-CTA-BANCO(WRK-CTA-QTD).
           DISPLAY 'AGENCIA (SEM O DIGITO): '.
           ACCEPT WRK-CTA-AGENCIA(WRK-CTA-QTD).
           DISPLAY 'DIGITO DA AGENCIA: '.
           ACCEPT WRK-CTA-AGENCIA-DV(WRK-CTA-QTD).
           DISPLAY 'NUMERO DA CONTA (SEM O DIGITO): '.
           ACCEPT WRK-CTA-NUMERO(WRK-CTA-QTD).
           DISPLAY 'DIGITO DA CONTA: '.
           ACCEPT WRK-CTA-NUMERO-DV(WRK-CTA-QTD).
           DISPLAY 'NOME: '.
           ACCEPT WRK-CTA-NOME(WRK-CTA-QTD).
           IF WRK-CTA-QTD = 1
               MOVE 'S' TO WRK-CTA-PRINCIPAL(WRK-CTA-QTD)
           ELSE
               MOVE 'N' TO WRK-CTA-PRINCIPAL(WRK-CTA-QTD)
           END-IF.
           MOVE 'A' TO WRK-CTA-ATIVA(WRK-CTA-QTD).
           MOVE 'S' TO WRK-MEXEU.
           DISPLAY 'CONTA INCLUIDA E ATIVA'.
       0300-EXIT.
           EXIT.

      ******************************************************************
      * 0400-ALTERA-CONTA-GL - TROCA A CONTA DO RAZAO DA CONTA BANCARIA.
      ******************************************************************
       0400-ALTERA-CONTA-GL SECTION.
           DISPLAY 'CODIGO DA CONTA: '.
           ACCEPT WRK-CODIGO.
           PERFORM 0250-BUSCA-CONTA.
           IF NOT CONTA-EXISTE
               DISPLAY 'CONTA NAO CADASTRADA'
               GO TO 0400-EXIT
           END-IF.

           DISPLAY 'CONTA DO RAZAO ATUAL: ' WRK-CTA-GL(WRK-CTA-IDX).
           DISPLAY 'NOVA CONTA DO RAZAO: '.
           ACCEPT WRK-CONTA-GL.
           PERFORM 0260-VALIDA-CONTA-GL.
           IF NOT CONTA-NO-PLANO
               DISPLAY 'CONTA ' WRK-CONTA-GL ' NAO EXISTE NO PLANO'
               GO TO 0400-EXIT
           END-IF.

           MOVE WRK-CONTA-GL TO WRK-CTA-GL(WRK-CTA-IDX).
           MOVE 'S' TO WRK-MEXEU.
           DISPLAY 'CONTA DO RAZAO ALTERADA'.
       0400-EXIT.
           EXIT.

      ******************************************************************
      * 0500-DEFINE-PRINCIPAL - SO UMA CONTA E PRINCIPAL: A ESCOLHIDA
      * GANHA O 'S' E AS DEMAIS PERDEM.
      ******************************************************************
       0500-DEFINE-PRINCIPAL SECTION.
           DISPLAY 'CODIGO DA NOVA CONTA PRINCIPAL: '.
           ACCEPT WRK-CODIGO.
           PERFORM 0250-BUSCA-CONTA.
           IF NOT CONTA-EXISTE
               DISPLAY 'CONTA NAO CADASTRADA'
               GO TO 0500-EXIT
           END-IF.

           IF WRK-CTA-ATIVA(WRK-CTA-IDX) NOT = 'A'
               DISPLAY 'CONTA ENCERRADA NAO PODE SER A PRINCIPAL'
               GO TO 0500-EXIT
           END-IF.

           PERFORM VARYING WRK-CTA-AUX FROM 1 BY 1
                   UNTIL WRK-CTA-AUX > WRK-CTA-QTD
               MOVE 'N' TO WRK-CTA-PRINCIPAL(WRK-CTA-AUX)
           END-PERFORM.
           MOVE 'S' TO WRK-CTA-PRINCIPAL(WRK-CTA-IDX).
           MOVE 'S' TO WRK-MEXEU.
           DISPLAY 'CONTA PRINCIPAL: ' WRK-CTA-NOME(WRK-CTA-IDX).
       0500-EXIT.
           EXIT.

      ******************************************************************
      * 0600-MUDA-SITUACAO - ALTERNA A SITUACAO DA CONTA (A <-> I). A
      * CONTA PRINCIPAL NAO PODE SER ENCERRADA.
      ******************************************************************
       0600-MUDA-SITUACAO SECTION.
           DISPLAY 'CODIGO DA CONTA: '.
           ACCEPT WRK-CODIGO.
           PERFORM 0250-BUSCA-CONTA.

           IF NOT CONTA-EXISTE
               DISPLAY 'CONTA NAO CADASTRADA'
               GO TO 0600-EXIT
           END-IF.

           IF WRK-CTA-ATIVA(WRK-CTA-IDX) = 'A'
               IF WRK-CTA-PRINCIPAL(WRK-CTA-IDX) = 'S'
                   DISPLAY 'CONTA PRINCIPAL NAO PODE SER ENCERRADA - '
                           'DEFINA OUTRA PRINCIPAL ANTES'
                   GO TO 0600-EXIT
               END-IF
               MOVE 'I' TO WRK-CTA-ATIVA(WRK-CTA-IDX)
               DISPLAY 'CONTA ENCERRADA: '
                       WRK-CTA-NOME(WRK-CTA-IDX)
           ELSE
               MOVE 'A' TO WRK-CTA-ATIVA(WRK-CTA-IDX)
               DISPLAY 'CONTA REATIVADA: '
                       WRK-CTA-NOME(WRK-CTA-IDX)
           END-IF.
           MOVE 'S' TO WRK-MEXEU.
       0600-EXIT.
           EXIT.

      ******************************************************************
      * 0700-LISTA-CONTAS - LISTA O CADASTRO NO CONSOLE.
      ******************************************************************
       0700-LISTA-CONTAS SECTION.
           IF WRK-CTA-QTD = 0
               DISPLAY 'NENHUMA CONTA CADASTRADA'
               GO TO 0700-EXIT
           END-IF.

           PERFORM VARYING WRK-CTA-IDX FROM 1 BY 1
                   UNTIL WRK-CTA-IDX > WRK-CTA-QTD
               DISPLAY WRK-CTA-CODIGO(WRK-CTA-IDX) ' '
                       WRK-CTA-NOME(WRK-CTA-IDX) ' BCO '
                       WRK-CTA-BANCO(WRK-CTA-IDX) ' AG '
                       WRK-CTA-AGENCIA(WRK-CTA-IDX) '-'
                       WRK-CTA-AGENCIA-DV(WRK-CTA-IDX) ' CC '
                       WRK-CTA-NUMERO(WRK-CTA-IDX) '-'
                       WRK-CTA-NUMERO-DV(WRK-CTA-IDX) ' RAZAO '
                       WRK-CTA-GL(WRK-CTA-IDX) ' '
                       WRK-CTA-ATIVA(WRK-CTA-IDX) ' '
                       WRK-CTA-PRINCIPAL(WRK-CTA-IDX)
           END-PERFORM.
       0700-EXIT.
           EXIT.

      ******************************************************************
      * 0800-REGRAVA-CONTAS - REGRAVA O BANKACCOUNTS COMPLETO.
      ******************************************************************
       0800-REGRAVA-CONTAS SECTION.
           OPEN OUTPUT BANK-ACCOUNT-FILE.
           PERFORM VARYING WRK-CTA-IDX FROM 1 BY 1
                   UNTIL WRK-CTA-IDX > WRK-CTA-QTD
               MOVE WRK-CTA-CODIGO(WRK-CTA-IDX)     TO BK-CODIGO
               MOVE WRK-CTA-BANCO(WRK-CTA-IDX)      TO BK-BANCO
               MOVE WRK-CTA-AGENCIA(WRK-CTA-IDX)    TO BK-AGENCIA
               MOVE WRK-CTA-AGENCIA-DV(WRK-CTA-IDX) TO BK-AGENCIA-DV
               MOVE WRK-CTA-NUMERO(WRK-CTA-IDX)     TO BK-NUMERO
               MOVE WRK-CTA-NUMERO-DV(WRK-CTA-IDX)  TO BK-NUMERO-DV
               MOVE WRK-CTA-NOME(WRK-CTA-IDX)       TO BK-NOME
               MOVE WRK-CTA-GL(WRK-CTA-IDX)         TO BK-CONTA-GL
               MOVE WRK-CTA-PRINCIPAL(WRK-CTA-IDX)  TO BK-PRINCIPAL
               MOVE WRK-CTA-ATIVA(WRK-CTA-IDX)      TO BK-ATIVA
               WRITE BK-REGISTRO
           END-PERFORM.
           CLOSE BANK-ACCOUNT-FILE.
           DISPLAY 'BANKACCOUNTS REGRAVADO COM ' WRK-CTA-QTD
                   ' CONTAS'.

       END PROGRAM PROGCOB141.
