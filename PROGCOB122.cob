       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB122.
      ******************************************************************
      *AUTHOR: CARLOS AMARAL
      *DATE: 15/10/2026
      *PURPOSE: MANUTENCAO DO CADASTRO DE FORNECEDORES DE MERCADORIA
      *         (SUPPMASTER). CONSULTA, INCLUSAO E ALTERACAO DE
      *         FORNECEDORES, CHAVEADOS PELO CODIGO, COM NOME, CNPJ,
      *         ESTADO, PRAZO DE PAGAMENTO EM DIAS E SITUACAO (MESMA
      *         MECANICA DO PROGCOB032 PARA CLIENTES), PARA OS PEDIDOS
      *         DE COMPRA DO PROGCOB123 SABEREM DE QUEM A MERCADORIA
      *         ESTA SENDO COMPRADA.
      *MODIFICATION HISTORY:
      * 15/10/2026 - O FORNECEDOR GANHOU O PRAZO DE ENTREGA EM DIAS
      *              (SU-PRAZO-ENTREGA), PEDIDO NA INCLUSAO E NA
      *              ALTERACAO, PARA A SUGESTAO DE REPOSICAO DO
      *              PROGCOB128.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUPP-MASTER-FILE ASSIGN TO 'SUPPMASTER'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SU-CODIGO
               FILE STATUS IS WRK-SUPP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUPP-MASTER-FILE.
           COPY 'SUPPMASTER-REC.cob'.

       WORKING-STORAGE SECTION.
       77  WRK-SUPP-STATUS     PIC X(02)       VALUE SPACES.
       77  WRK-OPCAO           PIC 9(01)       VALUE ZEROES.
       77  WRK-CODIGO          PIC 9(06)       VALUE ZEROES.

       PROCEDURE DIVISION.

           OPEN I-O SUPP-MASTER-FILE.
           IF WRK-SUPP-STATUS NOT = '00'
               OPEN OUTPUT SUPP-MASTER-FILE
               CLOSE SUPP-MASTER-FILE
               OPEN I-O SUPP-MASTER-FILE
           END-IF.

           PERFORM 0100-EXECUTA-MENU UNTIL WRK-OPCAO = 9.

           CLOSE SUPP-MASTER-FILE.

           STOP RUN.

      ******************************************************************
      * 0100-EXECUTA-MENU - MENU DA MANUTENCAO: CONSULTA, INCLUSAO E
      * ALTERACAO, ATE O OPERADOR PEDIR A SAIDA.
      ******************************************************************
       0100-EXECUTA-MENU SECTION.
           DISPLAY '1 - CONSULTAR FORNECEDOR'.
           DISPLAY '2 - INCLUIR FORNECEDOR'.
           DISPLAY '3 - ALTERAR FORNECEDOR'.
           DISPLAY '9 - SAIR'.
           DISPLAY 'ESCOLHA UMA OPCAO: '.
           ACCEPT WRK-OPCAO.

           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0200-CONSULTA
               WHEN 2
                   PERFORM 0300-INCLUI
               WHEN 3
                   PERFORM 0400-ALTERA
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

      ******************************************************************
      * 0200-CONSULTA - MOSTRA O REGISTRO DO CODIGO DIGITADO.
      ******************************************************************
       0200-CONSULTA SECTION.
           DISPLAY 'CODIGO DO FORNECEDOR: '.
           ACCEPT WRK-CODIGO.

           MOVE WRK-CODIGO TO SU-CODIGO.
           READ SUPP-MASTER-FILE
               INVALID KEY
                   DISPLAY 'FORNECEDOR NAO CADASTRADO'
               NOT INVALID KEY
                   DISPLAY 'CODIGO:    ' SU-CODIGO
                   DISPLAY 'NOME:      ' SU-NOME
                   DISPLAY 'CNPJ:      ' SU-CNPJ
                   DISPLAY 'ESTADO:    ' SU-ESTADO
                   DISPLAY 'PRAZO:     ' SU-PRAZO-PAGTO ' DIAS'
                   IF SU-PRAZO-ENTREGA NOT NUMERIC
                       MOVE 0 TO SU-PRAZO-ENTREGA
                   END-IF
                   DISPLAY 'ENTREGA:   ' SU-PRAZO-ENTREGA ' DIAS'
                   DISPLAY 'SITUACAO:  ' SU-SITUACAO
           END-READ.

      ******************************************************************
      * 0300-INCLUI - CADASTRA UM FORNECEDOR NOVO; REJEITA CODIGO JA
      * EXISTENTE.
      ******************************************************************
       0300-INCLUI SECTION.
           DISPLAY 'CODIGO DO FORNECEDOR: '.
           ACCEPT WRK-CODIGO.

           MOVE WRK-CODIGO TO SU-CODIGO.
           READ SUPP-MASTER-FILE
               INVALID KEY
                   MOVE WRK-CODIGO TO SU-CODIGO
                   PERFORM 0500-RECEBE-DADOS
                   WRITE SU-REGISTRO
                   DISPLAY 'FORNECEDOR INCLUIDO'
               NOT INVALID KEY
                   DISPLAY 'CODIGO JA CADASTRADO - USE A ALTERACAO'
           END-READ.

      ******************************************************************
      * 0400-ALTERA - REGRAVA OS DADOS DE UM FORNECEDOR JA CADASTRADO.
      ******************************************************************
       0400-ALTERA SECTION.
           DISPLAY 'CODIGO DO FORNECEDOR: '.
           ACCEPT WRK-CODIGO.

           MOVE WRK-CODIGO TO SU-CODIGO.
           READ SUPP-MASTER-FILE
               INVALID KEY
                   DISPLAY 'FORNECEDOR NAO CADASTRADO'
               NOT INVALID KEY
                   PERFORM 0500-RECEBE-DADOS
                   REWRITE SU-REGISTRO
                   DISPLAY 'FORNECEDOR ALTERADO'
           END-READ.

      ******************************************************************
      * 0500-RECEBE-DADOS - PEDE OS CAMPOS DO FORNECEDOR. O CNPJ NAO
      * PODE FICAR ZERADO E A SITUACAO ACEITA A (ATIVO) OU I
      * (INATIVO).
      ******************************************************************
       0500-RECEBE-DADOS SECTION.
           DISPLAY 'NOME: '.
           ACCEPT SU-NOME.

       0500-RECEBE-CNPJ.
           DISPLAY 'CNPJ (SO DIGITOS): '.
           ACCEPT SU-CNPJ.
           IF SU-CNPJ = 0
               DISPLAY 'CNPJ OBRIGATORIO'
               GO TO 0500-RECEBE-CNPJ
           END-IF.

           DISPLAY 'ESTADO (UF): '.
           ACCEPT SU-ESTADO.
           DISPLAY 'PRAZO DE PAGAMENTO EM DIAS (999): '.
           ACCEPT SU-PRAZO-PAGTO.
           DISPLAY 'PRAZO DE ENTREGA EM DIAS (999): '.
           ACCEPT SU-PRAZO-ENTREGA.

       0500-RECEBE-SITUACAO.
           DISPLAY 'SITUACAO (A=ATIVO / I=INATIVO): '.
           ACCEPT SU-SITUACAO.
           IF NOT FORNECEDOR-ATIVO AND NOT FORNECEDOR-INATIVO
               DISPLAY 'SITUACAO INVALIDA - DIGITE A OU I'
               GO TO 0500-RECEBE-SITUACAO
           END-IF.

       END PROGRAM PROGCOB122.
