       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB156.
      ******************************************************************
      *AUTHOR: CARLOS AMARAL
      *DATE: 15/10/2026
      *PURPOSE: CADASTRO DE DOCUMENTOS DAS TRANSPORTADORAS (CARRDOCS,
      *         COPY CARRDOC-REC). O CARRIERMASTER SO TEM CODIGO E
      *         NOME; AQUI CADA TRANSPORTADORA GANHA SEUS DOCUMENTOS
      *         (RNTRC DA ANTT, APOLICE DE SEGURO RCTR-C, RCF-DC E
      *         OUTROS) COM NUMERO, EMISSAO E VALIDADE. RNTRC E RCTR-C
      *         SAO SEMPRE OBRIGATORIOS; OS DEMAIS TIPOS O OPERADOR
      *         DIZ SE SAO. DOCUMENTO OBRIGATORIO VENCIDO TIRA A
      *         TRANSPORTADORA DA COTACAO (PROGCOB014/PROGCOB025) E DO
      *         ROMANEIO (PROGCOB093) PELO CDOCUTIL; A RENOVACAO AQUI
      *         LIBERA DE NOVO. O VENCIMENTO PROXIMO SAI TODA SEMANA NO
      *         PROGCOB157. MESMA MECANICA DE CADASTRO DO PROGCOB141.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARRIER-DOCS-FILE ASSIGN TO 'CARRDOCS'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-DOC-STATUS.

           SELECT CARRIER-MASTER-FILE ASSIGN TO 'CARRIERMASTER'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-CARRIER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CARRIER-DOCS-FILE.
           COPY 'CARRDOC-REC.cob'.

       FD  CARRIER-MASTER-FILE.
       01  TR-REGISTRO.
           02  TR-CODIGO           PIC 9(03).
           02  TR-NOME             PIC X(30).

       WORKING-STORAGE SECTION.
       77  WRK-DOC-STATUS      PIC X(02)       VALUE SPACES.
       77  WRK-DOC-EOF         PIC X(01)       VALUE 'N'.
           88  DOC-ACABOU                      VALUE 'S'.
       77  WRK-CARRIER-STATUS  PIC X(02)       VALUE SPACES.
       77  WRK-CARRIER-EOF     PIC X(01)       VALUE 'N'.
           88  CARRIER-ACABOU                  VALUE 'S'.

       77  WRK-OPCAO           PIC 9(01)       VALUE ZEROES.
       77  WRK-MEXEU           PIC X(01)       VALUE 'N'.
       77  WRK-TRANSP          PIC 9(03)       VALUE ZEROES.
       77  WRK-TIPO            PIC X(06)       VALUE SPACES.
       77  WRK-NUMERO          PIC X(20)       VALUE SPACES.
       77  WRK-EMISSAO         PIC 9(08)       VALUE ZEROES.
       77  WRK-VALIDADE        PIC 9(08)       VALUE ZEROES.
       77  WRK-OBRIGATORIO     PIC X(01)       VALUE SPACES.
       77  WRK-CONFIRMA        PIC X(01)       VALUE SPACES.
       77  WRK-DATA-OK         PIC X(01)       VALUE 'N'.
       77  WRK-HOJE            PIC 9(08)       VALUE ZEROES.
       77  WRK-SITUACAO        PIC X(08)       VALUE SPACES.

      ******************************************************************
      * CADASTRO EM MEMORIA, REGRAVADO NA SAIDA QUANDO HOUVE MEXIDA
      * (MESMA MECANICA DO PROGCOB141). CHAVE: TRANSPORTADORA + TIPO.
      ******************************************************************
       77  WRK-DOC-QTD         PIC 9(03)       VALUE ZEROES.
       77  WRK-DOC-IDX         PIC 9(03)       VALUE ZEROES.
       77  WRK-DOC-AUX         PIC 9(03)       VALUE ZEROES.
       77  WRK-DOC-ACHOU       PIC X(01)       VALUE 'N'.
           88  DOCUMENTO-EXISTE                VALUE 'S'.
       01  WRK-TAB-DOCS.
           02  WRK-DOC-LINHA   OCCURS 500 TIMES.
               03  WRK-DOC-TRANSP      PIC 9(03).
               03  WRK-DOC-TIPO        PIC X(06).
               03  WRK-DOC-NUMERO      PIC X(20).
               03  WRK-DOC-EMISSAO     PIC 9(08).
               03  WRK-DOC-VALIDADE    PIC 9(08).
               03  WRK-DOC-OBRIG       PIC X(01).

      ******************************************************************
      * TRANSPORTADORAS DO CARRIERMASTER, PARA VALIDAR O CODIGO.
      ******************************************************************
       77  WRK-TRP-QTD         PIC 9(03)       VALUE ZEROES.
       77  WRK-TRP-IDX         PIC 9(03)       VALUE ZEROES.
       77  WRK-TRP-ACHOU       PIC X(01)       VALUE 'N'.
           88  TRANSP-CADASTRADA               VALUE 'S'.
       01  WRK-TAB-TRANSP.
           02  WRK-TRP-LINHA   OCCURS 100 TIMES.
               03  WRK-TRP-CODIGO      PIC 9(03).
               03  WRK-TRP-NOME        PIC X(30).
       77  WRK-TRANSP-NOME     PIC X(30)       VALUE SPACES.

           COPY 'DATEUTIL-PARM.cob'.

       PROCEDURE DIVISION.

           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.

           PERFORM 0100-CARREGA-DOCUMENTOS.
           PERFORM 0150-CARREGA-TRANSPORTADORAS.
           PERFORM 0200-EXECUTA-MENU UNTIL WRK-OPCAO = 9.
           IF WRK-MEXEU = 'S'
               PERFORM 0800-REGRAVA-DOCUMENTOS
           END-IF.

           STOP RUN.

      ******************************************************************
      * 0100-CARREGA-DOCUMENTOS - LE O CARRDOCS PARA A TABELA.
      ******************************************************************
       0100-CARREGA-DOCUMENTOS SECTION.
           OPEN INPUT CARRIER-DOCS-FILE.
           IF WRK-DOC-STATUS NOT = '00'
               GO TO 0100-EXIT
           END-IF.

           PERFORM UNTIL DOC-ACABOU
               READ CARRIER-DOCS-FILE
                   AT END
                       MOVE 'S' TO WRK-DOC-EOF
                   NOT AT END
                       IF WRK-DOC-QTD < 500
                           ADD 1 TO WRK-DOC-QTD
                           MOVE CD-TRANSP
                               TO WRK-DOC-TRANSP(WRK-DOC-QTD)
                           MOVE CD-TIPO
                               TO WRK-DOC-TIPO(WRK-DOC-QTD)
                           MOVE CD-NUMERO
                               TO WRK-DOC-NUMERO(WRK-DOC-QTD)
                           MOVE CD-EMISSAO
                               TO WRK-DOC-EMISSAO(WRK-DOC-QTD)
                           MOVE CD-VALIDADE
                               TO WRK-DOC-VALIDADE(WRK-DOC-QTD)
                           MOVE CD-OBRIGATORIO
                               TO WRK-DOC-OBRIG(WRK-DOC-QTD)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE CARRIER-DOCS-FILE.
       0100-EXIT.
           EXIT.

      ******************************************************************
      * 0150-CARREGA-TRANSPORTADORAS - CODIGOS E NOMES DO
      * CARRIERMASTER.
      ******************************************************************
       0150-CARREGA-TRANSPORTADORAS SECTION.
           OPEN INPUT CARRIER-MASTER-FILE.
           IF WRK-CARRIER-STATUS NOT = '00'
               DISPLAY 'CARRIERMASTER NAO ENCONTRADO - CODIGO DA '
                       'TRANSPORTADORA NAO SERA VALIDADO'
               GO TO 0150-EXIT
           END-IF.

           PERFORM UNTIL CARRIER-ACABOU
               READ CARRIER-MASTER-FILE
                   AT END
                       MOVE 'S' TO WRK-CARRIER-EOF
                   NOT AT END
                       IF WRK-TRP-QTD < 100
                           ADD 1 TO WRK-TRP-QTD
                           MOVE TR-CODIGO
                               TO WRK-TRP-CODIGO(WRK-TRP-QTD)
                           MOVE TR-NOME
                               TO WRK-TRP-NOME(WRK-TRP-QTD)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE CARRIER-MASTER-FILE.
       0150-EXIT.
           EXIT.

      ******************************************************************
      * 0200-EXECUTA-MENU - INCLUSAO, RENOVACAO, EXCLUSAO E LISTAGEM.
      ******************************************************************
       0200-EXECUTA-MENU SECTION.
           DISPLAY '1 - INCLUIR DOCUMENTO DE TRANSPORTADORA'.
           DISPLAY '2 - RENOVAR DOCUMENTO (NUMERO, EMISSAO, VALIDADE)'.
           DISPLAY '3 - EXCLUIR DOCUMENTO'.
           DISPLAY '4 - LISTAR DOCUMENTOS'.
           DISPLAY '9 - SAIR'.
           DISPLAY 'ESCOLHA UMA OPCAO: '.
           ACCEPT WRK-OPCAO.

           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0300-INCLUI-DOCUMENTO
               WHEN 2
                   PERFORM 0400-RENOVA-DOCUMENTO
               WHEN 3
                   PERFORM 0500-EXCLUI-DOCUMENTO
               WHEN 4
                   PERFORM 0700-LISTA-DOCUMENTOS
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

      ******************************************************************
      * 0250-BUSCA-DOCUMENTO - PEDE TRANSPORTADORA E TIPO E PROCURA O
      * DOCUMENTO NA TABELA.
      ******************************************************************
       0250-BUSCA-DOCUMENTO SECTION.
           DISPLAY 'CODIGO DA TRANSPORTADORA: '.
           ACCEPT WRK-TRANSP.
           DISPLAY 'TIPO DO DOCUMENTO (RNTRC, RCTRC, RCFDC...): '.
           ACCEPT WRK-TIPO.

           MOVE 'N' TO WRK-DOC-ACHOU.
           PERFORM VARYING WRK-DOC-IDX FROM 1 BY 1
                   UNTIL WRK-DOC-IDX > WRK-DOC-QTD
                       OR DOCUMENTO-EXISTE
               IF WRK-DOC-TRANSP(WRK-DOC-IDX) = WRK-TRANSP
                   AND WRK-DOC-TIPO(WRK-DOC-IDX) = WRK-TIPO
                   MOVE 'S' TO WRK-DOC-ACHOU
                   SUBTRACT 1 FROM WRK-DOC-IDX
               END-IF
           END-PERFORM.

      ******************************************************************
      * 0260-BUSCA-TRANSP - WRK-TRANSP PRECISA EXISTIR NO CARRIERMASTER
      * (SEM O CADASTRO CARREGADO, QUALQUER CODIGO E ACEITO).
      ******************************************************************
       0260-BUSCA-TRANSP SECTION.
           MOVE 'N' TO WRK-TRP-ACHOU.
           MOVE '(NAO CADASTRADA)' TO WRK-TRANSP-NOME.
           IF WRK-TRP-QTD = 0
               MOVE 'S' TO WRK-TRP-ACHOU
               GO TO 0260-EXIT
           END-IF.

           PERFORM VARYING WRK-TRP-IDX FROM 1 BY 1
                   UNTIL WRK-TRP-IDX > WRK-TRP-QTD
                       OR TRANSP-CADASTRADA
               IF WRK-TRP-CODIGO(WRK-TRP-IDX) = WRK-TRANSP
                   MOVE 'S' TO WRK-TRP-ACHOU
                   MOVE WRK-TRP-NOME(WRK-TRP-IDX) TO WRK-TRANSP-NOME
               END-IF
           END-PERFORM.
       0260-EXIT.
           EXIT.

      ******************************************************************
      * 0270-RECEBE-DATAS - PEDE NUMERO, EMISSAO E VALIDADE DO
      * DOCUMENTO. AS DATAS PASSAM PELO DATEUTIL E A VALIDADE NAO PODE
      * SER ANTERIOR A EMISSAO.
      ******************************************************************
       0270-RECEBE-DATAS SECTION.
           MOVE 'N' TO WRK-DATA-OK.

           DISPLAY 'NUMERO DO DOCUMENTO: '.
           ACCEPT WRK-NUMERO.
           IF WRK-NUMERO = SPACES
               DISPLAY 'NUMERO DO DOCUMENTO EM BRANCO'
               GO TO 0270-EXIT
           END-IF.

           DISPLAY 'DATA DE EMISSAO (YYYYMMDD): '.
           ACCEPT WRK-EMISSAO.
           MOVE 'V'         TO DU-FUNCAO.
           MOVE WRK-EMISSAO TO DU-DATA.
           CALL 'DATEUTIL' USING DU-PARM.
           IF DU-RETORNO NOT = 'S'
               DISPLAY 'DATA DE EMISSAO INVALIDA'
               GO TO 0270-EXIT
           END-IF.

           DISPLAY 'DATA DE VALIDADE (YYYYMMDD): '.
           ACCEPT WRK-VALIDADE.
           MOVE 'V'          TO DU-FUNCAO.
           MOVE WRK-VALIDADE TO DU-DATA.
           CALL 'DATEUTIL' USING DU-PARM.
           IF DU-RETORNO NOT = 'S'
               DISPLAY 'DATA DE VALIDADE INVALIDA'
               GO TO 0270-EXIT
           END-IF.
           IF WRK-VALIDADE < WRK-EMISSAO
               DISPLAY 'VALIDADE ANTERIOR A EMISSAO'
               GO TO 0270-EXIT
           END-IF.

           MOVE 'S' TO WRK-DATA-OK.
       0270-EXIT.
           EXIT.

      ******************************************************************
      * 0300-INCLUI-DOCUMENTO - CADASTRA UM DOCUMENTO NOVO. RNTRC E
      * RCTRC NASCEM OBRIGATORIOS; OS DEMAIS TIPOS PERGUNTAM.
      ******************************************************************
       0300-INCLUI-DOCUMENTO SECTION.
           PERFORM 0250-BUSCA-DOCUMENTO.
           IF DOCUMENTO-EXISTE
               DISPLAY 'DOCUMENTO JA CADASTRADO - USE A RENOVACAO'
               GO TO 0300-EXIT
           END-IF.
           IF WRK-TIPO = SPACES
               DISPLAY 'TIPO DO DOCUMENTO EM BRANCO'
               GO TO 0300-EXIT
           END-IF.

           PERFORM 0260-BUSCA-TRANSP.
           IF NOT TRANSP-CADASTRADA
               DISPLAY 'TRANSPORTADORA ' WRK-TRANSP
                       ' NAO EXISTE NO CARRIERMASTER'
               GO TO 0300-EXIT
           END-IF.

           IF WRK-DOC-QTD >= 500
               DISPLAY 'CADASTRO CHEIO (500 DOCUMENTOS)'
               GO TO 0300-EXIT
           END-IF.

           PERFORM 0270-RECEBE-DATAS.
           IF WRK-DATA-OK NOT = 'S'
               GO TO 0300-EXIT
           END-IF.

           IF WRK-TIPO = 'RNTRC' OR WRK-TIPO = 'RCTRC'
               MOVE 'S' TO WRK-OBRIGATORIO
           ELSE
               DISPLAY 'DOCUMENTO OBRIGATORIO PARA EMBARCAR (S/N): '
               ACCEPT WRK-OBRIGATORIO
               IF WRK-OBRIGATORIO NOT = 'S'
                   MOVE 'N' TO WRK-OBRIGATORIO
               END-IF
           END-IF.

           ADD 1 TO WRK-DOC-QTD.
           MOVE WRK-TRANSP      TO WRK-DOC-TRANSP(WRK-DOC-QTD).
           MOVE WRK-TIPO        TO WRK-DOC-TIPO(WRK-DOC-QTD).
           MOVE WRK-NUMERO      TO WRK-DOC-NUMERO(WRK-DOC-QTD).
           MOVE WRK-EMISSAO     TO WRK-DOC-EMISSAO(WRK-DOC-QTD).
           MOVE WRK-VALIDADE    TO WRK-DOC-VALIDADE(WRK-DOC-QTD).
           MOVE WRK-OBRIGATORIO TO WRK-DOC-OBRIG(WRK-DOC-QTD).
           MOVE 'S' TO WRK-MEXEU.
           DISPLAY 'DOCUMENTO INCLUIDO: ' WRK-TRANSP-NOME ' '
                   WRK-TIPO ' VALIDO ATE ' WRK-VALIDADE.
           IF WRK-VALIDADE < WRK-HOJE AND WRK-OBRIGATORIO = 'S'
               DISPLAY 'ATENCAO: DOCUMENTO JA VENCIDO - '
                       'TRANSPORTADORA FICA BLOQUEADA'
           END-IF.
       0300-EXIT.
           EXIT.

      ******************************************************************
      * 0400-RENOVA-DOCUMENTO - TROCA NUMERO, EMISSAO E VALIDADE PELOS
      * DO DOCUMENTO RENOVADO.
      ******************************************************************
       0400-RENOVA-DOCUMENTO SECTION.
           PERFORM 0250-BUSCA-DOCUMENTO.
           IF NOT DOCUMENTO-EXISTE
               DISPLAY 'DOCUMENTO NAO CADASTRADO'
               GO TO 0400-EXIT
           END-IF.

           DISPLAY 'ATUAL: ' WRK-DOC-NUMERO(WRK-DOC-IDX)
                   ' EMISSAO ' WRK-DOC-EMISSAO(WRK-DOC-IDX)
                   ' VALIDADE ' WRK-DOC-VALIDADE(WRK-DOC-IDX).
           PERFORM 0270-RECEBE-DATAS.
           IF WRK-DATA-OK NOT = 'S'
               GO TO 0400-EXIT
           END-IF.

           MOVE WRK-NUMERO   TO WRK-DOC-NUMERO(WRK-DOC-IDX).
           MOVE WRK-EMISSAO  TO WRK-DOC-EMISSAO(WRK-DOC-IDX).
           MOVE WRK-VALIDADE TO WRK-DOC-VALIDADE(WRK-DOC-IDX).
           MOVE 'S' TO WRK-MEXEU.
           DISPLAY 'DOCUMENTO RENOVADO ATE ' WRK-VALIDADE.
       0400-EXIT.
           EXIT.

      ******************************************************************
      * 0500-EXCLUI-DOCUMENTO - TIRA O DOCUMENTO DO CADASTRO, COM
      * CONFIRMACAO, FECHANDO O BURACO NA TABELA.
      ******************************************************************
       0500-EXCLUI-DOCUMENTO SECTION.
           PERFORM 0250-BUSCA-DOCUMENTO.
           IF NOT DOCUMENTO-EXISTE
               DISPLAY 'DOCUMENTO NAO CADASTRADO'
               GO TO 0500-EXIT
           END-IF.

           DISPLAY 'EXCLUIR ' WRK-DOC-TIPO(WRK-DOC-IDX) ' '
                   WRK-DOC-NUMERO(WRK-DOC-IDX) ' (S/N)? '.
           ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA NOT = 'S'
               GO TO 0500-EXIT
           END-IF.

           PERFORM VARYING WRK-DOC-AUX FROM WRK-DOC-IDX BY 1
                   UNTIL WRK-DOC-AUX >= WRK-DOC-QTD
               MOVE WRK-DOC-LINHA(WRK-DOC-AUX + 1)
                   TO WRK-DOC-LINHA(WRK-DOC-AUX)
           END-PERFORM.
           SUBTRACT 1 FROM WRK-DOC-QTD.
           MOVE 'S' TO WRK-MEXEU.
           DISPLAY 'DOCUMENTO EXCLUIDO'.
       0500-EXIT.
           EXIT.

      ******************************************************************
      * 0700-LISTA-DOCUMENTOS - LISTA NO CONSOLE OS DOCUMENTOS DE UMA
      * TRANSPORTADORA (0 = TODAS), COM A SITUACAO NA DATA DE HOJE.
      ******************************************************************
       0700-LISTA-DOCUMENTOS SECTION.
           IF WRK-DOC-QTD = 0
               DISPLAY 'NENHUM DOCUMENTO CADASTRADO'
               GO TO 0700-EXIT
           END-IF.

           DISPLAY 'CODIGO DA TRANSPORTADORA (0 = TODAS): '.
           ACCEPT WRK-TRANSP.

           PERFORM VARYING WRK-DOC-IDX FROM 1 BY 1
                   UNTIL WRK-DOC-IDX > WRK-DOC-QTD
               IF WRK-TRANSP = 0
                   OR WRK-DOC-TRANSP(WRK-DOC-IDX) = WRK-TRANSP
                   IF WRK-DOC-VALIDADE(WRK-DOC-IDX) < WRK-HOJE
                       MOVE 'VENCIDO' TO WRK-SITUACAO
                   ELSE
                       MOVE 'EM DIA' TO WRK-SITUACAO
                   END-IF
                   DISPLAY WRK-DOC-TRANSP(WRK-DOC-IDX) ' '
                           WRK-DOC-TIPO(WRK-DOC-IDX) ' '
                           WRK-DOC-NUMERO(WRK-DOC-IDX) ' EMISSAO '
                           WRK-DOC-EMISSAO(WRK-DOC-IDX) ' VALIDADE '
                           WRK-DOC-VALIDADE(WRK-DOC-IDX) ' OBRIG '
                           WRK-DOC-OBRIG(WRK-DOC-IDX) ' '
                           WRK-SITUACAO
               END-IF
           END-PERFORM.
       0700-EXIT.
           EXIT.

      ******************************************************************
      * 0800-REGRAVA-DOCUMENTOS - REGRAVA O CARRDOCS COMPLETO.
      ******************************************************************
       0800-REGRAVA-DOCUMENTOS SECTION.
           OPEN OUTPUT CARRIER-DOCS-FILE.
           PERFORM VARYING WRK-DOC-IDX FROM 1 BY 1
                   UNTIL WRK-DOC-IDX > WRK-DOC-QTD
               MOVE WRK-DOC-TRANSP(WRK-DOC-IDX)   TO CD-TRANSP
               MOVE WRK-DOC-TIPO(WRK-DOC-IDX)     TO CD-TIPO
               MOVE WRK-DOC-NUMERO(WRK-DOC-IDX)   TO CD-NUMERO
               MOVE WRK-DOC-EMISSAO(WRK-DOC-IDX)  TO CD-EMISSAO
               MOVE WRK-DOC-VALIDADE(WRK-DOC-IDX) TO CD-VALIDADE
               MOVE WRK-DOC-OBRIG(WRK-DOC-IDX)    TO CD-OBRIGATORIO
               WRITE CD-REGISTRO
           END-PERFORM.
           CLOSE CARRIER-DOCS-FILE.
           DISPLAY 'CARRDOCS REGRAVADO COM ' WRK-DOC-QTD
                   ' DOCUMENTOS'.

       END PROGRAM PROGCOB156.
