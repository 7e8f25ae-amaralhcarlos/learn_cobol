       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB121.
      ******************************************************************
      *AUTHOR: CARLOS AMARAL
      *DATE: 15/10/2026
      *PURPOSE: MANUTENCAO E CONSULTA DO SALDO DE ESTOQUE (STOCKBAL)
      *         POR PRODUTO E FILIAL. O OPERADOR (VALIDADO NO
      *         USERMASTER COM PIN) CONSULTA O SALDO, LANCA ENTRADA
      *         DE MERCADORIA E AJUSTE (PARA MAIS OU PARA MENOS) E
      *         LISTA O EXTRATO DE MOVIMENTOS DO LOG STOCKMOV DE UM
      *         PRODUTO/FILIAL. TODA ALTERACAO DE SALDO PASSA PELO
      *         SUBPROGRAMA STOCKUTIL, O MESMO QUE A POSTAGEM DO
      *         PROGCOB025 E O FECHAMENTO DO PROGCOB014 USAM PARA
      *         BAIXAR O ESTOQUE DOS PEDIDOS.
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

           SELECT PRODUCT-MASTER-FILE ASSIGN TO 'PRODMASTER'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRD-CODIGO
               FILE STATUS IS WRK-PROD-STATUS.

           SELECT STOCK-MOV-FILE ASSIGN TO 'STOCKMOV'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-MOV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  USER-MASTER-FILE.
           COPY 'USERMASTER-REC.cob'.

       FD  PRODUCT-MASTER-FILE.
           COPY 'PRODMASTER-REC.cob'.

       FD  STOCK-MOV-FILE.
           COPY 'STOCKMOV-REC.cob'.

       WORKING-STORAGE SECTION.
           COPY 'STOCKUTIL-PARM.cob'.
           COPY 'FILUTIL-PARM.cob'.

       77  WRK-USERMASTER-STATUS PIC X(02)     VALUE SPACES.
       77  WRK-PROD-STATUS     PIC X(02)       VALUE SPACES.
       77  WRK-MOV-STATUS      PIC X(02)       VALUE SPACES.
       77  WRK-MOV-EOF         PIC X(01)       VALUE 'N'.
           88  MOV-ACABOU                      VALUE 'S'.

       77  WRK-USER            PIC X(20)       VALUE SPACES.
       77  WRK-PIN             PIC X(16)       VALUE SPACES.
           COPY 'PINUTIL-PARM.cob'.
       77  WRK-LOGIN-OK        PIC X(01)       VALUE 'N'.
           88  LOGIN-VALIDO                    VALUE 'S'.

       77  WRK-OPCAO           PIC 9(01)       VALUE ZEROES.
       77  WRK-CODIGO          PIC X(08)       VALUE SPACES.
       77  WRK-FILIAL          PIC 9(02)       VALUE ZEROES.
       77  WRK-QTDE            PIC 9(07)       VALUE ZEROES.
       77  WRK-SENTIDO         PIC X(01)       VALUE SPACES.
       77  WRK-DOCUMENTO       PIC 9(10)       VALUE ZEROES.
       77  WRK-CHAVE-OK        PIC X(01)       VALUE 'N'.
       77  WRK-QTDE-MOV        PIC 9(05)       VALUE ZEROES.

       PROCEDURE DIVISION.

           PERFORM 0050-VALIDA-USUARIO.
           IF NOT LOGIN-VALIDO
               DISPLAY 'ACESSO NEGADO'
               STOP RUN
           END-IF.

           PERFORM 0100-EXECUTA-MENU UNTIL WRK-OPCAO = 9.

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
      * 0100-EXECUTA-MENU - MENU DO ESTOQUE, ATE O OPERADOR PEDIR A
      * SAIDA.
      ******************************************************************
       0100-EXECUTA-MENU SECTION.
           DISPLAY '1 - CONSULTAR SALDO'.
           DISPLAY '2 - LANCAR ENTRADA DE MERCADORIA'.
           DISPLAY '3 - LANCAR AJUSTE DE SALDO'.
           DISPLAY '4 - EXTRATO DE MOVIMENTOS'.
           DISPLAY '9 - SAIR'.
           DISPLAY 'ESCOLHA UMA OPCAO: '.
           ACCEPT WRK-OPCAO.

           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0200-CONSULTA
               WHEN 2
                   PERFORM 0300-ENTRADA
               WHEN 3
                   PERFORM 0400-AJUSTE
               WHEN 4
                   PERFORM 0500-EXTRATO
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

      ******************************************************************
      * 0150-RECEBE-CHAVE - PEDE PRODUTO E FILIAL E CONFERE OS DOIS:
      * O PRODUTO PRECISA EXISTIR NO PRODMASTER (SEM O CADASTRO NO
      * AR, PASSA) E A FILIAL PRECISA ESTAR ATIVA (FUNCAO 'V' DO
      * FILUTIL).
      ******************************************************************
       0150-RECEBE-CHAVE SECTION.
           MOVE 'N' TO WRK-CHAVE-OK.

           DISPLAY 'CODIGO DO PRODUTO: '.
           ACCEPT WRK-CODIGO.
           DISPLAY 'FILIAL: '.
           ACCEPT WRK-FILIAL.

           OPEN INPUT PRODUCT-MASTER-FILE.
           IF WRK-PROD-STATUS = '00'
               MOVE WRK-CODIGO TO PRD-CODIGO
               READ PRODUCT-MASTER-FILE
                   INVALID KEY
                       DISPLAY 'PRODUTO NAO CADASTRADO (VER PROGCOB080)'
                       CLOSE PRODUCT-MASTER-FILE
                       GO TO 0150-EXIT
                   NOT INVALID KEY
                       DISPLAY 'PRODUTO: ' PRD-DESCRICAO
               END-READ
               CLOSE PRODUCT-MASTER-FILE
           END-IF.

           MOVE 'V' TO FU-FUNCAO.
           MOVE WRK-FILIAL TO FU-FILIAL.
           CALL 'FILUTIL' USING FU-PARM.
           IF FU-RETORNO NOT = 'S'
               DISPLAY 'FILIAL INATIVA OU NAO CADASTRADA'
               GO TO 0150-EXIT
           END-IF.

           MOVE 'S' TO WRK-CHAVE-OK.
       0150-EXIT.
           EXIT.

      ******************************************************************
      * 0200-CONSULTA - MOSTRA O SALDO DO PRODUTO NA FILIAL.
      ******************************************************************
       0200-CONSULTA SECTION.
           PERFORM 0150-RECEBE-CHAVE.
           IF WRK-CHAVE-OK = 'N'
               GO TO 0200-EXIT
           END-IF.

           MOVE 'C' TO SK-FUNCAO.
           MOVE WRK-CODIGO TO SK-PRODUTO.
           MOVE WRK-FILIAL TO SK-FILIAL.
           CALL 'STOCKUTIL' USING SK-PARM.
           IF SK-CONTROLE = 'N'
               DISPLAY 'STOCKBAL AINDA NAO EXISTE - ESTOQUE NAO '
                       'CONTROLADO'
           ELSE
               DISPLAY 'SALDO EM ESTOQUE: ' SK-SALDO
           END-IF.
       0200-EXIT.
           EXIT.

      ******************************************************************
      * 0300-ENTRADA - LANCA UMA ENTRADA DE MERCADORIA NO SALDO DO
      * PRODUTO/FILIAL, COM O DOCUMENTO DE ORIGEM OPCIONAL.
      ******************************************************************
       0300-ENTRADA SECTION.
           PERFORM 0150-RECEBE-CHAVE.
           IF WRK-CHAVE-OK = 'N'
               GO TO 0300-EXIT
           END-IF.

           DISPLAY 'QUANTIDADE RECEBIDA: '.
           ACCEPT WRK-QTDE.
           IF WRK-QTDE = 0
               DISPLAY 'QUANTIDADE ZERADA - NADA LANCADO'
               GO TO 0300-EXIT
           END-IF.
           DISPLAY 'DOCUMENTO DE ORIGEM (0 = SEM DOCUMENTO): '.
           ACCEPT WRK-DOCUMENTO.

           MOVE 'E' TO SK-FUNCAO.
           MOVE WRK-CODIGO    TO SK-PRODUTO.
           MOVE WRK-FILIAL    TO SK-FILIAL.
           MOVE WRK-QTDE      TO SK-QTDE.
           MOVE WRK-DOCUMENTO TO SK-DOCUMENTO.
           MOVE 'PROGCOB121'  TO SK-PROGRAMA.
           MOVE WRK-USER      TO SK-OPERADOR.
           CALL 'STOCKUTIL' USING SK-PARM.
           IF SK-RETORNO = 'S'
               DISPLAY 'ENTRADA LANCADA - SALDO ATUAL: ' SK-SALDO
           ELSE
               DISPLAY 'ENTRADA NAO LANCADA - STOCKBAL INDISPONIVEL '
                       'OU SALDO ESTOURADO'
           END-IF.
       0300-EXIT.
           EXIT.

      ******************************************************************
      * 0400-AJUSTE - LANCA UM AJUSTE PARA MAIS (+) OU PARA MENOS (-)
      * NO SALDO DO PRODUTO/FILIAL. AJUSTE QUE DEIXARIA O SALDO
      * NEGATIVO E RECUSADO PELO STOCKUTIL.
      ******************************************************************
       0400-AJUSTE SECTION.
           PERFORM 0150-RECEBE-CHAVE.
           IF WRK-CHAVE-OK = 'N'
               GO TO 0400-EXIT
           END-IF.

       0400-RECEBE-SENTIDO.
           DISPLAY 'SENTIDO DO AJUSTE (+ = SOMA / - = SUBTRAI): '.
           ACCEPT WRK-SENTIDO.
           IF WRK-SENTIDO NOT = '+' AND WRK-SENTIDO NOT = '-'
               DISPLAY 'SENTIDO INVALIDO - DIGITE + OU -'
               GO TO 0400-RECEBE-SENTIDO
           END-IF.

           DISPLAY 'QUANTIDADE DO AJUSTE: '.
           ACCEPT WRK-QTDE.
           IF WRK-QTDE = 0
               DISPLAY 'QUANTIDADE ZERADA - NADA LANCADO'
               GO TO 0400-EXIT
           END-IF.

           MOVE 'A' TO SK-FUNCAO.
           MOVE WRK-CODIGO    TO SK-PRODUTO.
           MOVE WRK-FILIAL    TO SK-FILIAL.
           MOVE WRK-QTDE      TO SK-QTDE.
           MOVE WRK-SENTIDO   TO SK-SENTIDO.
           MOVE ZEROES        TO SK-DOCUMENTO.
           MOVE 'PROGCOB121'  TO SK-PROGRAMA.
           MOVE WRK-USER      TO SK-OPERADOR.
           CALL 'STOCKUTIL' USING SK-PARM.
           IF SK-RETORNO = 'S'
               DISPLAY 'AJUSTE LANCADO - SALDO ATUAL: ' SK-SALDO
           ELSE
               DISPLAY 'AJUSTE RECUSADO - SALDO ATUAL ' SK-SALDO
                       ' NAO COMPORTA A BAIXA'
           END-IF.
       0400-EXIT.
           EXIT.

      ******************************************************************
      * 0500-EXTRATO - LISTA OS MOVIMENTOS DO LOG STOCKMOV DO
      * PRODUTO/FILIAL, EM ORDEM DE GRAVACAO, COM O SALDO APOS CADA
      * UM.
      ******************************************************************
       0500-EXTRATO SECTION.
           PERFORM 0150-RECEBE-CHAVE.
           IF WRK-CHAVE-OK = 'N'
               GO TO 0500-EXIT
           END-IF.

           MOVE 0 TO WRK-QTDE-MOV.
           MOVE 'N' TO WRK-MOV-EOF.
           OPEN INPUT STOCK-MOV-FILE.
           IF WRK-MOV-STATUS NOT = '00'
               DISPLAY 'STOCKMOV VAZIO OU AUSENTE'
               GO TO 0500-EXIT
           END-IF.

           DISPLAY 'DATA     T S QTDE    SALDO   DOCUMENTO  PROGRAMA'
                   '    OPERADOR'.
           PERFORM UNTIL MOV-ACABOU
               READ STOCK-MOV-FILE
                   AT END
                       MOVE 'S' TO WRK-MOV-EOF
                   NOT AT END
                       IF MV-PRODUTO = WRK-CODIGO
                           AND MV-FILIAL = WRK-FILIAL
                           ADD 1 TO WRK-QTDE-MOV
                           DISPLAY MV-DATA ' ' MV-TIPO ' '
                                   MV-SENTIDO ' ' MV-QTDE ' '
                                   MV-SALDO ' ' MV-DOCUMENTO ' '
                                   MV-PROGRAMA ' ' MV-OPERADOR
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE STOCK-MOV-FILE.
           DISPLAY 'MOVIMENTOS LISTADOS: ' WRK-QTDE-MOV.
       0500-EXIT.
           EXIT.

       END PROGRAM PROGCOB121.
