       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB186.
      ******************************************************************
      *AUTHOR: CARLOS AMARAL
      *DATE: 15/10/2026
      *PURPOSE: AGENDA DE VISITAS E LISTA DE RESTRICAO DA PORTARIA. O
      *         QUIOSQUE PROGCOB002 DEIXAVA QUALQUER UM DIGITAR NOME E
      *         ANFITRIAO (TEXTO LIVRE) E ENTRAR; A RECEPCAO NAO SABIA
      *         QUEM ERA ESPERADO NEM TINHA COMO BARRAR QUEM A EMPRESA
      *         PROIBIU. AQUI O FUNCIONARIO AGENDA O VISITANTE ESPERADO
      *         (CPF, NOME, EMPRESA, DATA E O CPF DO ANFITRIAO NO
      *         EMPLOYEEMASTER) NO VISITPREREG, E A SEGURANCA MANTEM O
      *         WATCHLIST DOS CPF COM ENTRADA PROIBIDA. O QUIOSQUE
      *         CONFERE A CHEGADA CONTRA OS DOIS ARQUIVOS E O ESPERADO X
      *         CHEGOU DO DIA SAI NO PROGCOB187.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VISIT-PREREG-FILE ASSIGN TO 'VISITPREREG'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-AGENDA-STATUS.

           SELECT WATCHLIST-FILE ASSIGN TO 'WATCHLIST'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-RESTR-STATUS.

           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO 'EMPLOYEEMASTER'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-CPF
               FILE STATUS IS WRK-EMP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VISIT-PREREG-FILE.
           COPY 'VISITPREREG-REC.cob'.

       FD  WATCHLIST-FILE.
           COPY 'WATCHLIST-REC.cob'.

       FD  EMPLOYEE-MASTER-FILE.
           COPY 'EMPMASTER-REC.cob'.

       WORKING-STORAGE SECTION.
       77  WRK-AGENDA-STATUS   PIC X(02)       VALUE SPACES.
       77  WRK-RESTR-STATUS    PIC X(02)       VALUE SPACES.
       77  WRK-EMP-STATUS      PIC X(02)       VALUE SPACES.
       77  WRK-EOF             PIC X(01)       VALUE 'N'.
           88  LEITURA-ACABOU                  VALUE 'S'.

       77  WRK-OPCAO           PIC 9(01)       VALUE ZEROES.
       77  WRK-MEXEU-AGENDA    PIC X(01)       VALUE 'N'.
       77  WRK-MEXEU-RESTR     PIC X(01)       VALUE 'N'.
       77  WRK-HOJE            PIC 9(08)       VALUE ZEROES.

       01  WRK-DATA.
           02  WRK-DATA-ANO    PIC 9(04)       VALUE ZEROES.
           02  WRK-DATA-MES    PIC 9(02)       VALUE ZEROES.
           02  WRK-DATA-DIA    PIC 9(02)       VALUE ZEROES.
       01  WRK-DATA-NUM REDEFINES WRK-DATA PIC 9(08).

       77  WRK-NOME            PIC X(40)       VALUE SPACES.
       77  WRK-EMPRESA         PIC X(30)       VALUE SPACES.
       77  WRK-MOTIVO          PIC X(50)       VALUE SPACES.
       77  WRK-ANFITRIAO-CPF   PIC 9(11)       VALUE ZEROES.
       77  WRK-ANFITRIAO-NOME  PIC X(40)       VALUE SPACES.
       77  WRK-AUTORIZADOR     PIC 9(11)       VALUE ZEROES.
       77  WRK-CONFIRMA        PIC X(01)       VALUE SPACES.
       77  WRK-QTDE-LISTA      PIC 9(04)       VALUE ZEROES.
       77  WRK-QTDE-CANCELA    PIC 9(04)       VALUE ZEROES.

      ******************************************************************
      * CONSULTA AO EMPLOYEEMASTER (0600-BUSCA-FUNCIONARIO): SO
      * FUNCIONARIO CADASTRADO E NAO DESLIGADO SERVE DE ANFITRIAO OU
      * DE RESPONSAVEL.
      ******************************************************************
       77  WRK-FUNC-CPF        PIC 9(11)       VALUE ZEROES.
       77  WRK-FUNC-NOME       PIC X(40)       VALUE SPACES.
       77  WRK-FUNC-OK         PIC X(01)       VALUE 'N'.
           88  FUNCIONARIO-VALIDO              VALUE 'S'.

      ******************************************************************
      * AGENDA DE VISITAS EM MEMORIA, REGRAVADA NA SAIDA QUANDO HOUVE
      * ALTERACAO.
      ******************************************************************
       77  WRK-AGE-QTD         PIC 9(04)       VALUE ZEROES.
       77  WRK-AGE-IDX         PIC 9(04)       VALUE ZEROES.
       77  WRK-AGE-ACHOU       PIC X(01)       VALUE 'N'.
           88  AGENDA-EXISTE                   VALUE 'S'.
       77  WRK-AGE-CHEIA       PIC X(01)       VALUE 'N'.
       01  WRK-TAB-AGENDA.
           02  WRK-AGE-LINHA   OCCURS 2000 TIMES.
               03  WRK-AGE-DATA        PIC 9(08).
               03  WRK-AGE-CPF         PIC 9(11).
               03  WRK-AGE-NOME        PIC X(40).
               03  WRK-AGE-EMPRESA     PIC X(30).
               03  WRK-AGE-ANFITRIAO   PIC 9(11).
               03  WRK-AGE-ORIGEM      PIC X(01).
               03  WRK-AGE-AUTORIZADOR PIC 9(11).
               03  WRK-AGE-SITUACAO    PIC X(01).

      ******************************************************************
      * LISTA DE RESTRICAO EM MEMORIA, REGRAVADA NA SAIDA QUANDO HOUVE
      * ALTERACAO.
      ******************************************************************
       77  WRK-RES-QTD         PIC 9(04)       VALUE ZEROES.
       77  WRK-RES-IDX         PIC 9(04)       VALUE ZEROES.
       77  WRK-RES-ACHOU       PIC X(01)       VALUE 'N'.
           88  RESTRICAO-EXISTE                VALUE 'S'.
       77  WRK-RES-CHEIA       PIC X(01)       VALUE 'N'.
       01  WRK-TAB-RESTRICAO.
           02  WRK-RES-LINHA   OCCURS 1000 TIMES.
               03  WRK-RES-CPF         PIC 9(11).
               03  WRK-RES-NOME        PIC X(40).
               03  WRK-RES-MOTIVO      PIC X(50).
               03  WRK-RES-INCLUSAO    PIC 9(08).
               03  WRK-RES-RESPONSAVEL PIC 9(11).
               03  WRK-RES-SITUACAO    PIC X(01).
               03  WRK-RES-RETIRADA    PIC 9(08).

      ******************************************************************
      * VALIDACAO DO CPF DO VISITANTE (MESMO ALGORITMO DO PROGCOB048).
      ******************************************************************
       01  WRK-CPF.
           02  WRK-CPF1        PIC 999         VALUE ZEROES.
           02  WRK-CPF2        PIC 999         VALUE ZEROES.
           02  WRK-CPF3        PIC 999         VALUE ZEROES.
           02  WRK-CPF4        PIC 99          VALUE ZEROES.
       01  WRK-CPF-NUM REDEFINES WRK-CPF PIC 9(11).

       01  WRK-CPF-DIG.
           02  WRK-CPF-D       PIC 9           OCCURS 11 TIMES.
       77  WRK-CPF-TMP         PIC 9(02)       VALUE ZEROES.
       77  WRK-CPF-IND         PIC 9(02)       VALUE ZEROES.
       77  WRK-CPF-SOMA        PIC 9(04)       VALUE ZEROES.
       77  WRK-CPF-Q           PIC 9(04)       VALUE ZEROES.
       77  WRK-CPF-RESTO       PIC 9(02)       VALUE ZEROES.
       77  WRK-CPF-DV1         PIC 9           VALUE ZEROES.
       77  WRK-CPF-DV2         PIC 9           VALUE ZEROES.
       77  WRK-CPF-VALIDO      PIC X(01)       VALUE 'S'.
           88  CPF-INVALIDO                    VALUE 'N'.

       PROCEDURE DIVISION.

           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           PERFORM 0100-CARREGA-AGENDA.
           PERFORM 0150-CARREGA-RESTRICAO.

           PERFORM 0200-EXECUTA-MENU UNTIL WRK-OPCAO = 9.

           IF WRK-MEXEU-AGENDA = 'S'
               PERFORM 0800-REGRAVA-AGENDA
           END-IF.
           IF WRK-MEXEU-RESTR = 'S'
               PERFORM 0850-REGRAVA-RESTRICAO
           END-IF.

           STOP RUN.

      ******************************************************************
      * 0100-CARREGA-AGENDA - LE O VISITPREREG PARA A TABELA. ACIMA DO
      * TETO DA TABELA A AGENDA NAO E REGRAVADA (TRUNCARIA O ARQUIVO).
      ******************************************************************
       0100-CARREGA-AGENDA SECTION.
           MOVE 'N' TO WRK-EOF.
           OPEN INPUT VISIT-PREREG-FILE.
           IF WRK-AGENDA-STATUS NOT = '00'
               GO TO 0100-EXIT
           END-IF.

           PERFORM UNTIL LEITURA-ACABOU
               READ VISIT-PREREG-FILE
                   AT END
                       MOVE 'S' TO WRK-EOF
                   NOT AT END
                       IF WRK-AGE-QTD < 2000
                           ADD 1 TO WRK-AGE-QTD
                           MOVE VP-DATA
                               TO WRK-AGE-DATA(WRK-AGE-QTD)
                           MOVE VP-CPF
                               TO WRK-AGE-CPF(WRK-AGE-QTD)
                           MOVE VP-NOME
                               TO WRK-AGE-NOME(WRK-AGE-QTD)
                           MOVE VP-EMPRESA
                               TO WRK-AGE-EMPRESA(WRK-AGE-QTD)
                           MOVE VP-ANFITRIAO-CPF
                               TO WRK-AGE-ANFITRIAO(WRK-AGE-QTD)
                           MOVE VP-ORIGEM
                               TO WRK-AGE-ORIGEM(WRK-AGE-QTD)
                           MOVE VP-AUTORIZADOR
                               TO WRK-AGE-AUTORIZADOR(WRK-AGE-QTD)
                           MOVE VP-SITUACAO
                               TO WRK-AGE-SITUACAO(WRK-AGE-QTD)
                       ELSE
                           MOVE 'S' TO WRK-AGE-CHEIA
                           MOVE 'S' TO WRK-EOF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE VISIT-PREREG-FILE.
           IF WRK-AGE-CHEIA = 'S'
               DISPLAY 'VISITPREREG COM MAIS DE 2000 LINHAS - AGENDA '
                       'SO PARA CONSULTA (ARQUIVAR AS VISITAS ANTIGAS)'
           END-IF.
       0100-EXIT.
           EXIT.

      ******************************************************************
      * 0150-CARREGA-RESTRICAO - LE O WATCHLIST PARA A TABELA.
      ******************************************************************
       0150-CARREGA-RESTRICAO SECTION.
           MOVE 'N' TO WRK-EOF.
           OPEN INPUT WATCHLIST-FILE.
           IF WRK-RESTR-STATUS NOT = '00'
               GO TO 0150-EXIT
           END-IF.

           PERFORM UNTIL LEITURA-ACABOU
               READ WATCHLIST-FILE
                   AT END
                       MOVE 'S' TO WRK-EOF
                   NOT AT END
                       IF WRK-RES-QTD < 1000
                           ADD 1 TO WRK-RES-QTD
                           MOVE WL-CPF
                               TO WRK-RES-CPF(WRK-RES-QTD)
                           MOVE WL-NOME
                               TO WRK-RES-NOME(WRK-RES-QTD)
                           MOVE WL-MOTIVO
                               TO WRK-RES-MOTIVO(WRK-RES-QTD)
                           MOVE WL-DATA-INCLUSAO
                               TO WRK-RES-INCLUSAO(WRK-RES-QTD)
                           MOVE WL-RESPONSAVEL
                               TO WRK-RES-RESPONSAVEL(WRK-RES-QTD)
                           MOVE WL-SITUACAO
                               TO WRK-RES-SITUACAO(WRK-RES-QTD)
                           MOVE WL-DATA-RETIRADA
                               TO WRK-RES-RETIRADA(WRK-RES-QTD)
                       ELSE
                           MOVE 'S' TO WRK-RES-CHEIA
                           MOVE 'S' TO WRK-EOF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE WATCHLIST-FILE.
           IF WRK-RES-CHEIA = 'S'
               DISPLAY 'WATCHLIST COM MAIS DE 1000 LINHAS - LISTA SO '
                       'PARA CONSULTA'
           END-IF.
       0150-EXIT.
           EXIT.

      ******************************************************************
      * 0200-EXECUTA-MENU - AGENDA DE VISITAS E LISTA DE RESTRICAO.
      ******************************************************************
       0200-EXECUTA-MENU SECTION.
           DISPLAY '1 - AGENDAR VISITA'.
           DISPLAY '2 - CANCELAR VISITA AGENDADA'.
           DISPLAY '3 - VISITAS AGENDADAS DE UM DIA'.
           DISPLAY '4 - INCLUIR CPF NA LISTA DE RESTRICAO'.
           DISPLAY '5 - RETIRAR CPF DA LISTA DE RESTRICAO'.
           DISPLAY '6 - CONSULTAR A LISTA DE RESTRICAO'.
           DISPLAY '9 - SAIR'.
           DISPLAY 'ESCOLHA UMA OPCAO: '.
           ACCEPT WRK-OPCAO.

           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0300-AGENDA-VISITA
               WHEN 2
                   PERFORM 0350-CANCELA-VISITA
               WHEN 3
                   PERFORM 0400-LISTA-AGENDA
               WHEN 4
                   PERFORM 0500-INCLUI-RESTRICAO
               WHEN 5
                   PERFORM 0550-RETIRA-RESTRICAO
               WHEN 6
                   PERFORM 0580-LISTA-RESTRICAO
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

      ******************************************************************
      * 0300-AGENDA-VISITA - AGENDA O VISITANTE ESPERADO NUMA DATA, COM
      * O ANFITRIAO E QUEM AGENDOU CONFERIDOS NO EMPLOYEEMASTER. CPF NA
      * LISTA DE RESTRICAO NAO E AGENDADO.
      ******************************************************************
       0300-AGENDA-VISITA SECTION.
           IF WRK-AGE-CHEIA = 'S' OR WRK-AGE-QTD NOT < 2000
               DISPLAY 'AGENDA CHEIA - ARQUIVAR AS VISITAS ANTIGAS'
               GO TO 0300-EXIT
           END-IF.

           PERFORM 0700-RECEBE-CPF.
           PERFORM 0650-BUSCA-RESTRICAO.
           IF RESTRICAO-EXISTE
               DISPLAY 'CPF NA LISTA DE RESTRICAO - VISITA NAO '
                       'AGENDADA (PROCURE A SEGURANCA)'
               GO TO 0300-EXIT
           END-IF.

           DISPLAY 'DATA DA VISITA (AAAAMMDD): '.
           ACCEPT WRK-DATA.
           IF WRK-DATA-NUM NOT NUMERIC
               OR WRK-DATA-MES < 1 OR WRK-DATA-MES > 12
               OR WRK-DATA-DIA < 1 OR WRK-DATA-DIA > 31
               DISPLAY 'DATA INVALIDA'
               GO TO 0300-EXIT
           END-IF.
           IF WRK-DATA-NUM < WRK-HOJE
               DISPLAY 'DATA JA PASSOU - VISITA NAO AGENDADA'
               GO TO 0300-EXIT
           END-IF.

           PERFORM 0620-BUSCA-AGENDA.
           IF AGENDA-EXISTE
               DISPLAY 'VISITANTE JA AGENDADO PARA ESTA DATA'
               GO TO 0300-EXIT
           END-IF.

           DISPLAY 'NOME DO VISITANTE: '.
           ACCEPT WRK-NOME.
           IF WRK-NOME = SPACES
               DISPLAY 'NOME OBRIGATORIO'
               GO TO 0300-EXIT
           END-IF.
           DISPLAY 'EMPRESA: '.
           ACCEPT WRK-EMPRESA.

           DISPLAY 'CPF DO ANFITRIAO (FUNCIONARIO): '.
           ACCEPT WRK-ANFITRIAO-CPF.
           MOVE WRK-ANFITRIAO-CPF TO WRK-FUNC-CPF.
           PERFORM 0600-BUSCA-FUNCIONARIO.
           IF NOT FUNCIONARIO-VALIDO
               DISPLAY 'ANFITRIAO NAO E FUNCIONARIO ATIVO NO '
                       'EMPLOYEEMASTER'
               GO TO 0300-EXIT
           END-IF.
           MOVE WRK-FUNC-NOME TO WRK-ANFITRIAO-NOME.

           DISPLAY 'CPF DE QUEM AGENDA (0 = O PROPRIO ANFITRIAO): '.
           ACCEPT WRK-AUTORIZADOR.
           IF WRK-AUTORIZADOR = 0
               MOVE WRK-ANFITRIAO-CPF TO WRK-AUTORIZADOR
           ELSE
               MOVE WRK-AUTORIZADOR TO WRK-FUNC-CPF
               PERFORM 0600-BUSCA-FUNCIONARIO
               IF NOT FUNCIONARIO-VALIDO
                   DISPLAY 'QUEM AGENDA PRECISA SER FUNCIONARIO ATIVO'
                   GO TO 0300-EXIT
               END-IF
           END-IF.

           ADD 1 TO WRK-AGE-QTD.
           MOVE WRK-DATA-NUM      TO WRK-AGE-DATA(WRK-AGE-QTD).
           MOVE WRK-CPF-NUM       TO WRK-AGE-CPF(WRK-AGE-QTD).
           MOVE WRK-NOME          TO WRK-AGE-NOME(WRK-AGE-QTD).
           MOVE WRK-EMPRESA       TO WRK-AGE-EMPRESA(WRK-AGE-QTD).
           MOVE WRK-ANFITRIAO-CPF TO WRK-AGE-ANFITRIAO(WRK-AGE-QTD).
           MOVE 'P'               TO WRK-AGE-ORIGEM(WRK-AGE-QTD).
           MOVE WRK-AUTORIZADOR   TO WRK-AGE-AUTORIZADOR(WRK-AGE-QTD).
           MOVE 'E'               TO WRK-AGE-SITUACAO(WRK-AGE-QTD).
           MOVE 'S' TO WRK-MEXEU-AGENDA.

           DISPLAY 'VISITA AGENDADA: ' WRK-NOME.
           DISPLAY 'ANFITRIAO: ' WRK-ANFITRIAO-NOME.
       0300-EXIT.
           EXIT.

      ******************************************************************
      * 0350-CANCELA-VISITA - CANCELA A VISITA AGENDADA DO CPF NA DATA.
      ******************************************************************
       0350-CANCELA-VISITA SECTION.
           IF WRK-AGE-CHEIA = 'S'
               DISPLAY 'AGENDA SO PARA CONSULTA - ARQUIVAR AS VISITAS '
                       'ANTIGAS'
               GO TO 0350-EXIT
           END-IF.

           DISPLAY 'CPF DO VISITANTE (SO DIGITOS): '.
           ACCEPT WRK-CPF.
           DISPLAY 'DATA DA VISITA (AAAAMMDD): '.
           ACCEPT WRK-DATA.

           PERFORM 0620-BUSCA-AGENDA.
           IF NOT AGENDA-EXISTE
               DISPLAY 'VISITA NAO ENCONTRADA (OU JA CANCELADA)'
               GO TO 0350-EXIT
           END-IF.

           DISPLAY 'CANCELAR A VISITA DE ' WRK-AGE-NOME(WRK-AGE-IDX)
                   ' (S/N)? '.
           ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA NOT = 'S'
               GO TO 0350-EXIT
           END-IF.

           MOVE 'X' TO WRK-AGE-SITUACAO(WRK-AGE-IDX).
           MOVE 'S' TO WRK-MEXEU-AGENDA.
           DISPLAY 'VISITA CANCELADA'.
       0350-EXIT.
           EXIT.

      ******************************************************************
      * 0400-LISTA-AGENDA - VISITAS AUTORIZADAS NUMA DATA (0 = HOJE).
      ******************************************************************
       0400-LISTA-AGENDA SECTION.
           DISPLAY 'DATA (AAAAMMDD, 0 = HOJE): '.
           ACCEPT WRK-DATA.
           IF WRK-DATA-NUM = 0
               MOVE WRK-HOJE TO WRK-DATA-NUM
           END-IF.

           MOVE 0 TO WRK-QTDE-LISTA.
           PERFORM VARYING WRK-AGE-IDX FROM 1 BY 1
                   UNTIL WRK-AGE-IDX > WRK-AGE-QTD
               IF WRK-AGE-DATA(WRK-AGE-IDX) = WRK-DATA-NUM
                   ADD 1 TO WRK-QTDE-LISTA
                   EVALUATE TRUE
                       WHEN WRK-AGE-SITUACAO(WRK-AGE-IDX) = 'X'
                           DISPLAY WRK-AGE-CPF(WRK-AGE-IDX) ' '
                                   WRK-AGE-NOME(WRK-AGE-IDX)
                                   ' CANCELADA'
                       WHEN WRK-AGE-ORIGEM(WRK-AGE-IDX) = 'R'
                           DISPLAY WRK-AGE-CPF(WRK-AGE-IDX) ' '
                                   WRK-AGE-NOME(WRK-AGE-IDX)
                                   ' APROVADA NA RECEPCAO POR '
                                   WRK-AGE-AUTORIZADOR(WRK-AGE-IDX)
                       WHEN OTHER
                           DISPLAY WRK-AGE-CPF(WRK-AGE-IDX) ' '
                                   WRK-AGE-NOME(WRK-AGE-IDX)
                                   ' ANFITRIAO '
                                   WRK-AGE-ANFITRIAO(WRK-AGE-IDX)
                   END-EVALUATE
               END-IF
           END-PERFORM.
           DISPLAY 'VISITAS NA DATA: ' WRK-QTDE-LISTA.

      ******************************************************************
      * 0500-INCLUI-RESTRICAO - PROIBE A ENTRADA DO CPF. AS VISITAS
      * FUTURAS JA AGENDADAS PARA ELE SAO CANCELADAS.
      ******************************************************************
       0500-INCLUI-RESTRICAO SECTION.
           IF WRK-RES-CHEIA = 'S' OR WRK-RES-QTD NOT < 1000
               DISPLAY 'LISTA DE RESTRICAO CHEIA'
               GO TO 0500-EXIT
           END-IF.

           PERFORM 0700-RECEBE-CPF.
           PERFORM 0650-BUSCA-RESTRICAO.
           IF RESTRICAO-EXISTE
               DISPLAY 'CPF JA ESTA NA LISTA DE RESTRICAO DESDE '
                       WRK-RES-INCLUSAO(WRK-RES-IDX)
               GO TO 0500-EXIT
           END-IF.

           DISPLAY 'NOME: '.
           ACCEPT WRK-NOME.
           DISPLAY 'MOTIVO DA RESTRICAO: '.
           ACCEPT WRK-MOTIVO.
           IF WRK-MOTIVO = SPACES
               DISPLAY 'MOTIVO OBRIGATORIO'
               GO TO 0500-EXIT
           END-IF.
           DISPLAY 'CPF DO RESPONSAVEL PELA INCLUSAO: '.
           ACCEPT WRK-AUTORIZADOR.
           MOVE WRK-AUTORIZADOR TO WRK-FUNC-CPF.
           PERFORM 0600-BUSCA-FUNCIONARIO.
           IF NOT FUNCIONARIO-VALIDO
               DISPLAY 'RESPONSAVEL PRECISA SER FUNCIONARIO ATIVO'
               GO TO 0500-EXIT
           END-IF.

           ADD 1 TO WRK-RES-QTD.
           MOVE WRK-CPF-NUM     TO WRK-RES-CPF(WRK-RES-QTD).
           MOVE WRK-NOME        TO WRK-RES-NOME(WRK-RES-QTD).
           MOVE WRK-MOTIVO      TO WRK-RES-MOTIVO(WRK-RES-QTD).
           MOVE WRK-HOJE        TO WRK-RES-INCLUSAO(WRK-RES-QTD).
           MOVE WRK-AUTORIZADOR TO WRK-RES-RESPONSAVEL(WRK-RES-QTD).
           MOVE 'A'             TO WRK-RES-SITUACAO(WRK-RES-QTD).
           MOVE 0               TO WRK-RES-RETIRADA(WRK-RES-QTD).
           MOVE 'S' TO WRK-MEXEU-RESTR.
           DISPLAY 'CPF INCLUIDO NA LISTA DE RESTRICAO'.

           IF WRK-AGE-CHEIA = 'S'
               GO TO 0500-EXIT
           END-IF.
           MOVE 0 TO WRK-QTDE-CANCELA.
           PERFORM VARYING WRK-AGE-IDX FROM 1 BY 1
                   UNTIL WRK-AGE-IDX > WRK-AGE-QTD
               IF WRK-AGE-CPF(WRK-AGE-IDX) = WRK-CPF-NUM
                   AND WRK-AGE-DATA(WRK-AGE-IDX) NOT < WRK-HOJE
                   AND WRK-AGE-SITUACAO(WRK-AGE-IDX) = 'E'
                   MOVE 'X' TO WRK-AGE-SITUACAO(WRK-AGE-IDX)
                   ADD 1 TO WRK-QTDE-CANCELA
               END-IF
           END-PERFORM.
           IF WRK-QTDE-CANCELA > 0
               MOVE 'S' TO WRK-MEXEU-AGENDA
               DISPLAY 'VISITAS AGENDADAS CANCELADAS: ' WRK-QTDE-CANCELA
           END-IF.
       0500-EXIT.
           EXIT.

      ******************************************************************
      * 0550-RETIRA-RESTRICAO - LIBERA O CPF, GUARDANDO A DATA.
      ******************************************************************
       0550-RETIRA-RESTRICAO SECTION.
           IF WRK-RES-CHEIA = 'S'
               DISPLAY 'LISTA SO PARA CONSULTA'
               GO TO 0550-EXIT
           END-IF.

           DISPLAY 'CPF (SO DIGITOS): '.
           ACCEPT WRK-CPF.
           PERFORM 0650-BUSCA-RESTRICAO.
           IF NOT RESTRICAO-EXISTE
               DISPLAY 'CPF NAO ESTA NA LISTA DE RESTRICAO'
               GO TO 0550-EXIT
           END-IF.

           DISPLAY WRK-RES-NOME(WRK-RES-IDX).
           DISPLAY 'MOTIVO: ' WRK-RES-MOTIVO(WRK-RES-IDX).
           DISPLAY 'RETIRAR DA LISTA (S/N)? '.
           ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA NOT = 'S'
               GO TO 0550-EXIT
           END-IF.

           MOVE 'R'      TO WRK-RES-SITUACAO(WRK-RES-IDX).
           MOVE WRK-HOJE TO WRK-RES-RETIRADA(WRK-RES-IDX).
           MOVE 'S' TO WRK-MEXEU-RESTR.
           DISPLAY 'CPF RETIRADO DA LISTA DE RESTRICAO'.
       0550-EXIT.
           EXIT.

      ******************************************************************
      * 0580-LISTA-RESTRICAO - CPF COM ENTRADA PROIBIDA HOJE.
      ******************************************************************
       0580-LISTA-RESTRICAO SECTION.
           MOVE 0 TO WRK-QTDE-LISTA.
           PERFORM VARYING WRK-RES-IDX FROM 1 BY 1
                   UNTIL WRK-RES-IDX > WRK-RES-QTD
               IF WRK-RES-SITUACAO(WRK-RES-IDX) = 'A'
                   ADD 1 TO WRK-QTDE-LISTA
                   DISPLAY WRK-RES-CPF(WRK-RES-IDX) ' '
                           WRK-RES-NOME(WRK-RES-IDX) ' DESDE '
                           WRK-RES-INCLUSAO(WRK-RES-IDX)
                   DISPLAY '   MOTIVO: ' WRK-RES-MOTIVO(WRK-RES-IDX)
               END-IF
           END-PERFORM.
           DISPLAY 'CPF COM ENTRADA PROIBIDA: ' WRK-QTDE-LISTA.

      ******************************************************************
      * 0600-BUSCA-FUNCIONARIO - WRK-FUNC-CPF E FUNCIONARIO CADASTRADO
      * E NAO DESLIGADO NO EMPLOYEEMASTER?
      ******************************************************************
       0600-BUSCA-FUNCIONARIO SECTION.
           MOVE 'N' TO WRK-FUNC-OK.
           MOVE SPACES TO WRK-FUNC-NOME.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WRK-EMP-STATUS NOT = '00'
               DISPLAY 'EMPLOYEEMASTER INDISPONIVEL'
               GO TO 0600-EXIT
           END-IF.

           MOVE WRK-FUNC-CPF TO EM-CPF.
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT FUNCIONARIO-DESLIGADO
                       MOVE 'S' TO WRK-FUNC-OK
                       MOVE EM-NOME TO WRK-FUNC-NOME
                   END-IF
           END-READ.

           CLOSE EMPLOYEE-MASTER-FILE.
       0600-EXIT.
           EXIT.

      ******************************************************************
      * 0620-BUSCA-AGENDA - VISITA NAO CANCELADA DO CPF NA DATA.
      ******************************************************************
       0620-BUSCA-AGENDA SECTION.
           MOVE 'N' TO WRK-AGE-ACHOU.
           PERFORM VARYING WRK-AGE-IDX FROM 1 BY 1
                   UNTIL WRK-AGE-IDX > WRK-AGE-QTD OR AGENDA-EXISTE
               IF WRK-AGE-CPF(WRK-AGE-IDX) = WRK-CPF-NUM
                   AND WRK-AGE-DATA(WRK-AGE-IDX) = WRK-DATA-NUM
                   AND WRK-AGE-SITUACAO(WRK-AGE-IDX) = 'E'
                   MOVE 'S' TO WRK-AGE-ACHOU
                   SUBTRACT 1 FROM WRK-AGE-IDX
               END-IF
           END-PERFORM.

      ******************************************************************
      * 0650-BUSCA-RESTRICAO - RESTRICAO ATIVA DO CPF.
      ******************************************************************
       0650-BUSCA-RESTRICAO SECTION.
           MOVE 'N' TO WRK-RES-ACHOU.
           PERFORM VARYING WRK-RES-IDX FROM 1 BY 1
                   UNTIL WRK-RES-IDX > WRK-RES-QTD OR RESTRICAO-EXISTE
               IF WRK-RES-CPF(WRK-RES-IDX) = WRK-CPF-NUM
                   AND WRK-RES-SITUACAO(WRK-RES-IDX) = 'A'
                   MOVE 'S' TO WRK-RES-ACHOU
                   SUBTRACT 1 FROM WRK-RES-IDX
               END-IF
           END-PERFORM.

      ******************************************************************
      * 0700-RECEBE-CPF - PEDE O CPF ATE O DIGITO VERIFICADOR CONFERIR.
      ******************************************************************
       0700-RECEBE-CPF SECTION.
           DISPLAY 'CPF DO VISITANTE (SO DIGITOS): '.
           ACCEPT WRK-CPF.
           PERFORM 0710-VALIDA-CPF.
           IF CPF-INVALIDO
               DISPLAY 'CPF INVALIDO - DIGITO VERIFICADOR NAO CONFERE'
               GO TO 0700-RECEBE-CPF
           END-IF.

      ******************************************************************
      * 0710-VALIDA-CPF - QUEBRA O CPF EM ONZE DIGITOS E RECALCULA OS
      * DOIS DIGITOS VERIFICADORES (MESMO ALGORITMO DO PROGCOB048).
      ******************************************************************
       0710-VALIDA-CPF SECTION.
           MOVE 'S' TO WRK-CPF-VALIDO.

           DIVIDE WRK-CPF1 IN WRK-CPF BY 100 GIVING WRK-CPF-D(1)
               REMAINDER WRK-CPF-TMP.
           DIVIDE WRK-CPF-TMP BY 10 GIVING WRK-CPF-D(2)
               REMAINDER WRK-CPF-D(3).

           DIVIDE WRK-CPF2 IN WRK-CPF BY 100 GIVING WRK-CPF-D(4)
               REMAINDER WRK-CPF-TMP.
           DIVIDE WRK-CPF-TMP BY 10 GIVING WRK-CPF-D(5)
               REMAINDER WRK-CPF-D(6).

           DIVIDE WRK-CPF3 IN WRK-CPF BY 100 GIVING WRK-CPF-D(7)
               REMAINDER WRK-CPF-TMP.
           DIVIDE WRK-CPF-TMP BY 10 GIVING WRK-CPF-D(8)
               REMAINDER WRK-CPF-D(9).

           DIVIDE WRK-CPF4 IN WRK-CPF BY 10 GIVING WRK-CPF-D(10)
               REMAINDER WRK-CPF-D(11).

           MOVE 0 TO WRK-CPF-SOMA.
           PERFORM VARYING WRK-CPF-IND FROM 1 BY 1
                           UNTIL WRK-CPF-IND > 9
               COMPUTE WRK-CPF-SOMA = WRK-CPF-SOMA +
                   (WRK-CPF-D(WRK-CPF-IND) * (11 - WRK-CPF-IND))
           END-PERFORM.
           DIVIDE WRK-CPF-SOMA BY 11 GIVING WRK-CPF-Q
               REMAINDER WRK-CPF-RESTO.
           IF WRK-CPF-RESTO < 2
               MOVE 0 TO WRK-CPF-DV1
           ELSE
               COMPUTE WRK-CPF-DV1 = 11 - WRK-CPF-RESTO
           END-IF.

           MOVE 0 TO WRK-CPF-SOMA.
           PERFORM VARYING WRK-CPF-IND FROM 1 BY 1
                           UNTIL WRK-CPF-IND > 9
               COMPUTE WRK-CPF-SOMA = WRK-CPF-SOMA +
                   (WRK-CPF-D(WRK-CPF-IND) * (12 - WRK-CPF-IND))
           END-PERFORM.
           COMPUTE WRK-CPF-SOMA = WRK-CPF-SOMA + (WRK-CPF-DV1 * 2).
           DIVIDE WRK-CPF-SOMA BY 11 GIVING WRK-CPF-Q
               REMAINDER WRK-CPF-RESTO.
           IF WRK-CPF-RESTO < 2
               MOVE 0 TO WRK-CPF-DV2
           ELSE
               COMPUTE WRK-CPF-DV2 = 11 - WRK-CPF-RESTO
           END-IF.

           IF WRK-CPF-DV1 NOT = WRK-CPF-D(10)
               OR WRK-CPF-DV2 NOT = WRK-CPF-D(11)
               MOVE 'N' TO WRK-CPF-VALIDO
           END-IF.

      ******************************************************************
      * 0800-REGRAVA-AGENDA - REGRAVA O VISITPREREG COMPLETO.
      ******************************************************************
       0800-REGRAVA-AGENDA SECTION.
           OPEN OUTPUT VISIT-PREREG-FILE.
           PERFORM VARYING WRK-AGE-IDX FROM 1 BY 1
                   UNTIL WRK-AGE-IDX > WRK-AGE-QTD
               MOVE WRK-AGE-DATA(WRK-AGE-IDX)        TO VP-DATA
               MOVE WRK-AGE-CPF(WRK-AGE-IDX)         TO VP-CPF
               MOVE WRK-AGE-NOME(WRK-AGE-IDX)        TO VP-NOME
               MOVE WRK-AGE-EMPRESA(WRK-AGE-IDX)     TO VP-EMPRESA
               MOVE WRK-AGE-ANFITRIAO(WRK-AGE-IDX)   TO VP-ANFITRIAO-CPF
               MOVE WRK-AGE-ORIGEM(WRK-AGE-IDX)      TO VP-ORIGEM
               MOVE WRK-AGE-AUTORIZADOR(WRK-AGE-IDX) TO VP-AUTORIZADOR
               MOVE WRK-AGE-SITUACAO(WRK-AGE-IDX)    TO VP-SITUACAO
               WRITE VP-REGISTRO
           END-PERFORM.
           CLOSE VISIT-PREREG-FILE.
           DISPLAY 'VISITPREREG REGRAVADO COM ' WRK-AGE-QTD ' VISITAS'.

      ******************************************************************
      * 0850-REGRAVA-RESTRICAO - REGRAVA O WATCHLIST COMPLETO.
      ******************************************************************
       0850-REGRAVA-RESTRICAO SECTION.
           OPEN OUTPUT WATCHLIST-FILE.
           PERFORM VARYING WRK-RES-IDX FROM 1 BY 1
                   UNTIL WRK-RES-IDX > WRK-RES-QTD
               MOVE WRK-RES-CPF(WRK-RES-IDX)         TO WL-CPF
               MOVE WRK-RES-NOME(WRK-RES-IDX)        TO WL-NOME
               MOVE WRK-RES-MOTIVO(WRK-RES-IDX)      TO WL-MOTIVO
               MOVE WRK-RES-INCLUSAO(WRK-RES-IDX)    TO WL-DATA-INCLUSAO
               MOVE WRK-RES-RESPONSAVEL(WRK-RES-IDX) TO WL-RESPONSAVEL
               MOVE WRK-RES-SITUACAO(WRK-RES-IDX)    TO WL-SITUACAO
               MOVE WRK-RES-RETIRADA(WRK-RES-IDX)    TO WL-DATA-RETIRADA
               WRITE WL-REGISTRO
           END-PERFORM.
           CLOSE WATCHLIST-FILE.
           DISPLAY 'WATCHLIST REGRAVADO COM ' WRK-RES-QTD ' CPF'.

       END PROGRAM PROGCOB186.
