       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB131.
      ******************************************************************
      *AUTHOR: CARLOS AMARAL
      *DATE: 15/10/2026
      *PURPOSE: MANUTENCAO DO REGISTRO DE NOTAS FISCAIS. CONSULTA UMA
      *         NOTA (FILIAL, SERIE E NUMERO) E LISTA AS SERIES DE UMA
      *         FILIAL COM O ULTIMO NUMERO USADO. CANCELAMENTO DE
      *         NOTA (ATE O DIA SEGUINTE AO DA EMISSAO), INUTILIZACAO
      *         DE FAIXA DE NUMEROS E ABERTURA DE SERIE NOVA SO PARA
      *         USUARIO DE NIVEL ADMIN (01) OU SUPERVISOR (03), COM
      *         LOGIN DO USERMASTER (MESMA MECANICA DO PROGCOB071). AS
      *         GRAVACOES PASSAM PELO NFEUTIL, QUE AVISA A INTERFACE
      *         NFEOUT. O CANCELAMENTO E SO FISCAL: A VENDA POSTADA,
      *         O TITULO E O ESTOQUE SEGUEM O PROCESSO NORMAL DE
      *         DEVOLUCAO/NOTA DE CREDITO.
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

           SELECT NF-REGISTER-FILE ASSIGN TO 'NFREGISTER'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NR-CHAVE
               FILE STATUS IS WRK-NOTA-STATUS.

           SELECT NF-SERIES-FILE ASSIGN TO 'NFSERIES'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NS-CHAVE
               FILE STATUS IS WRK-SERIE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  USER-MASTER-FILE.
           COPY 'USERMASTER-REC.cob'.

       FD  NF-REGISTER-FILE.
           COPY 'NFREGISTER-REC.cob'.

       FD  NF-SERIES-FILE.
           COPY 'NFSERIES-REC.cob'.

       WORKING-STORAGE SECTION.
       COPY 'CURRENCY-BOOK.cob'.
           COPY 'NFEUTIL-PARM.cob'.

       77  WRK-USERMASTER-STATUS PIC X(02)     VALUE SPACES.
       77  WRK-NOTA-STATUS     PIC X(02)       VALUE SPACES.
       77  WRK-SERIE-STATUS    PIC X(02)       VALUE SPACES.
       77  WRK-SERIE-EOF       PIC X(01)       VALUE 'N'.
           88  SERIE-ACABOU                    VALUE 'S'.

       77  WRK-USER            PIC X(20)       VALUE SPACES.
       77  WRK-PIN             PIC X(16)       VALUE SPACES.
           COPY 'PINUTIL-PARM.cob'.
       77  WRK-NIVEL           PIC 9(02)       VALUE ZEROES.
       77  WRK-LOGIN-OK        PIC X(01)       VALUE 'N'.
           88  LOGIN-VALIDO                    VALUE 'S'.
       77  WRK-OPCAO           PIC 9(01)       VALUE ZEROES.
       77  WRK-DECISAO         PIC X(01)       VALUE SPACES.

       77  WRK-FILIAL          PIC 9(02)       VALUE ZEROES.
       77  WRK-SERIE           PIC 9(03)       VALUE ZEROES.
       77  WRK-NUMERO          PIC 9(09)       VALUE ZEROES.
       77  WRK-NUMERO-ATE      PIC 9(09)       VALUE ZEROES.
       77  WRK-MOTIVO          PIC X(30)       VALUE SPACES.
       77  WRK-OPERADOR        PIC X(10)       VALUE SPACES.
       77  WRK-SITUACAO-DESC   PIC X(11)       VALUE SPACES.

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

           PERFORM 0200-EXECUTA-MENU UNTIL WRK-OPCAO = 9.

           STOP RUN.

      ******************************************************************
      * 0100-VALIDA-USUARIO - EXIGE USUARIO DO USERMASTER COM PIN
      * CORRETO E CONTA NAO BLOQUEADA (MESMA MECANICA DO PROGCOB071).
      * O NIVEL FICA GUARDADO: QUALQUER USUARIO CONSULTA, SO ADMIN
      * (01) OU SUPERVISOR (03) CANCELA, INUTILIZA OU ABRE SERIE.
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
      * 0200-EXECUTA-MENU - CONSULTAS PARA QUALQUER USUARIO; AS
      * OPERACOES FISCAIS SO PARA ADMIN OU SUPERVISOR.
      ******************************************************************
       0200-EXECUTA-MENU SECTION.
           DISPLAY '1 - CONSULTAR NOTA FISCAL'.
           DISPLAY '2 - CANCELAR NOTA FISCAL (ADMIN/SUPERVISOR)'.
           DISPLAY '3 - INUTILIZAR FAIXA DE NUMEROS (ADMIN/SUPERVISOR)'.
           DISPLAY '4 - ABRIR NOVA SERIE (ADMIN/SUPERVISOR)'.
           DISPLAY '5 - LISTAR SERIES DA FILIAL'.
           DISPLAY '9 - SAIR'.
           DISPLAY 'ESCOLHA UMA OPCAO: '.
           ACCEPT WRK-OPCAO.

           IF (WRK-OPCAO = 2 OR WRK-OPCAO = 3 OR WRK-OPCAO = 4)
               AND WRK-NIVEL NOT = 01 AND WRK-NIVEL NOT = 03
               DISPLAY 'OPERACAO RESTRITA AOS NIVEIS ADMIN (01) E '
                       'SUPERVISOR (03)'
               GO TO 0200-EXIT
           END-IF.

           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0300-CONSULTA-NOTA
               WHEN 2
                   PERFORM 0400-CANCELA-NOTA
               WHEN 3
                   PERFORM 0500-INUTILIZA-FAIXA
               WHEN 4
                   PERFORM 0600-ABRE-SERIE
               WHEN 5
                   PERFORM 0700-LISTA-SERIES
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.
       0200-EXIT.
           EXIT.

      ******************************************************************
      * 0250-RECEBE-NOTA - FILIAL, SERIE E NUMERO DA NOTA.
      ******************************************************************
       0250-RECEBE-NOTA SECTION.
           DISPLAY 'FILIAL: '.
           ACCEPT WRK-FILIAL.
           DISPLAY 'SERIE: '.
           ACCEPT WRK-SERIE.
           DISPLAY 'NUMERO: '.
           ACCEPT WRK-NUMERO.

      ******************************************************************
      * 0300-CONSULTA-NOTA - MOSTRA O REGISTRO DA NOTA.
      ******************************************************************
       0300-CONSULTA-NOTA SECTION.
           PERFORM 0250-RECEBE-NOTA.

           OPEN INPUT NF-REGISTER-FILE.
           IF WRK-NOTA-STATUS NOT = '00'
               DISPLAY 'NFREGISTER INDISPONIVEL'
               GO TO 0300-EXIT
           END-IF.

           MOVE WRK-FILIAL TO NR-FILIAL.
           MOVE WRK-SERIE  TO NR-SERIE.
           MOVE WRK-NUMERO TO NR-NUMERO.
           READ NF-REGISTER-FILE
               INVALID KEY
                   DISPLAY 'NOTA NAO ENCONTRADA'
               NOT INVALID KEY
                   PERFORM 0350-MOSTRA-NOTA
           END-READ.

           CLOSE NF-REGISTER-FILE.
       0300-EXIT.
           EXIT.

       0350-MOSTRA-NOTA SECTION.
           EVALUATE TRUE
               WHEN NF-EMITIDA
                   MOVE 'EMITIDA'     TO WRK-SITUACAO-DESC
               WHEN NF-CANCELADA
                   MOVE 'CANCELADA'   TO WRK-SITUACAO-DESC
               WHEN NF-INUTILIZADA
                   MOVE 'INUTILIZADA' TO WRK-SITUACAO-DESC
               WHEN OTHER
                   MOVE NR-SITUACAO   TO WRK-SITUACAO-DESC
           END-EVALUATE.

           DISPLAY 'NOTA ' NR-FILIAL '/' NR-SERIE '/' NR-NUMERO
                   ' - ' WRK-SITUACAO-DESC.
           IF NOT NF-INUTILIZADA
               DISPLAY 'EMISSAO: ' NR-DATA-EMISSAO
                       ' PEDIDO: ' NR-PEDIDO
                       ' CLIENTE: ' NR-CLIENTE
               DISPLAY 'CNPJ/CPF: ' NR-CNPJ-CPF
               MOVE NR-VALOR TO WRK-CURR-ED-08
               DISPLAY 'VALOR: ' WRK-CURR-ED-08
               MOVE NR-FRETE TO WRK-CURR-ED-06
               DISPLAY 'FRETE: ' WRK-CURR-ED-06
               MOVE NR-ICMS TO WRK-CURR-ED-06
               DISPLAY 'ICMS: ' WRK-CURR-ED-06
               MOVE NR-PIS TO WRK-CURR-ED-06
               DISPLAY 'PIS: ' WRK-CURR-ED-06
               MOVE NR-COFINS TO WRK-CURR-ED-06
               DISPLAY 'COFINS: ' WRK-CURR-ED-06
               DISPLAY 'PROGRAMA: ' NR-PROGRAMA
                       ' OPERADOR: ' NR-OPERADOR
           END-IF.
           IF NOT NF-EMITIDA
               DISPLAY 'EVENTO EM ' NR-DATA-EVENTO
                       ' POR ' NR-OPER-EVENTO
               DISPLAY 'MOTIVO: ' NR-MOTIVO
           END-IF.

      ******************************************************************
      * 0400-CANCELA-NOTA - CANCELA UMA NOTA EMITIDA COM MOTIVO.
      ******************************************************************
       0400-CANCELA-NOTA SECTION.
           PERFORM 0250-RECEBE-NOTA.
           DISPLAY 'MOTIVO DO CANCELAMENTO: '.
           ACCEPT WRK-MOTIVO.
           IF WRK-MOTIVO = SPACES
               DISPLAY 'MOTIVO OBRIGATORIO - CANCELAMENTO RECUSADO'
               GO TO 0400-EXIT
           END-IF.

           DISPLAY 'CONFIRMA O CANCELAMENTO (S/N): '.
           ACCEPT WRK-DECISAO.
           IF WRK-DECISAO NOT = 'S'
               DISPLAY 'CANCELAMENTO DESCARTADO'
               GO TO 0400-EXIT
           END-IF.

           MOVE 'C'          TO NE-FUNCAO.
           PERFORM 0800-MONTA-PARM.
           CALL 'NFEUTIL' USING NE-PARM.

           EVALUATE NE-RETORNO
               WHEN 'S'
                   DISPLAY 'NOTA CANCELADA'
               WHEN 'X'
                   DISPLAY 'NOTA JA CANCELADA OU INUTILIZADA'
               WHEN 'P'
                   DISPLAY 'PRAZO DE CANCELAMENTO ENCERRADO'
               WHEN OTHER
                   DISPLAY 'NOTA NAO ENCONTRADA'
           END-EVALUATE.
       0400-EXIT.
           EXIT.

      ******************************************************************
      * 0500-INUTILIZA-FAIXA - INUTILIZA NUMEROS NUNCA USADOS DA SERIE.
      ******************************************************************
       0500-INUTILIZA-FAIXA SECTION.
           DISPLAY 'FILIAL: '.
           ACCEPT WRK-FILIAL.
           DISPLAY 'SERIE: '.
           ACCEPT WRK-SERIE.
           DISPLAY 'NUMERO INICIAL: '.
           ACCEPT WRK-NUMERO.
           DISPLAY 'NUMERO FINAL: '.
           ACCEPT WRK-NUMERO-ATE.
           DISPLAY 'MOTIVO DA INUTILIZACAO: '.
           ACCEPT WRK-MOTIVO.
           IF WRK-MOTIVO = SPACES
               DISPLAY 'MOTIVO OBRIGATORIO - INUTILIZACAO RECUSADA'
               GO TO 0500-EXIT
           END-IF.

           DISPLAY 'CONFIRMA A INUTILIZACAO (S/N): '.
           ACCEPT WRK-DECISAO.
           IF WRK-DECISAO NOT = 'S'
               DISPLAY 'INUTILIZACAO DESCARTADA'
               GO TO 0500-EXIT
           END-IF.

           MOVE 'I'            TO NE-FUNCAO.
           PERFORM 0800-MONTA-PARM.
           MOVE WRK-NUMERO-ATE TO NE-NUMERO-ATE.
           CALL 'NFEUTIL' USING NE-PARM.

           EVALUATE NE-RETORNO
               WHEN 'S'
                   DISPLAY 'FAIXA INUTILIZADA'
               WHEN 'X'
                   DISPLAY 'FAIXA INVALIDA OU COM NUMERO JA USADO '
                           '(MAXIMO 500 NUMEROS)'
               WHEN OTHER
                   DISPLAY 'SERIE NAO ENCONTRADA'
           END-EVALUATE.
       0500-EXIT.
           EXIT.

      ******************************************************************
      * 0600-ABRE-SERIE - ABRE UMA SERIE NOVA, QUE PASSA A SER A ATIVA
      * DA FILIAL.
      ******************************************************************
       0600-ABRE-SERIE SECTION.
           DISPLAY 'FILIAL: '.
           ACCEPT WRK-FILIAL.
           DISPLAY 'NOVA SERIE: '.
           ACCEPT WRK-SERIE.
           MOVE 0      TO WRK-NUMERO.
           MOVE SPACES TO WRK-MOTIVO.

           MOVE 'A' TO NE-FUNCAO.
           PERFORM 0800-MONTA-PARM.
           CALL 'NFEUTIL' USING NE-PARM.

           IF NE-RETORNO = 'S'
               DISPLAY 'SERIE ' WRK-SERIE ' ATIVA NA FILIAL '
                       WRK-FILIAL
           ELSE
               DISPLAY 'SERIE INVALIDA OU JA EXISTENTE'
           END-IF.

      ******************************************************************
      * 0700-LISTA-SERIES - SERIES DA FILIAL COM O ULTIMO NUMERO USADO.
      ******************************************************************
       0700-LISTA-SERIES SECTION.
           DISPLAY 'FILIAL: '.
           ACCEPT WRK-FILIAL.

           OPEN INPUT NF-SERIES-FILE.
           IF WRK-SERIE-STATUS NOT = '00'
               DISPLAY 'NENHUMA SERIE CADASTRADA'
               GO TO 0700-EXIT
           END-IF.

           MOVE 'N' TO WRK-SERIE-EOF.
           MOVE WRK-FILIAL TO NS-FILIAL.
           MOVE 0 TO NS-SERIE.
           START NF-SERIES-FILE KEY IS NOT LESS THAN NS-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-SERIE-EOF
           END-START.

           PERFORM UNTIL SERIE-ACABOU
               READ NF-SERIES-FILE NEXT
                   AT END
                       MOVE 'S' TO WRK-SERIE-EOF
                   NOT AT END
                       IF NS-FILIAL NOT = WRK-FILIAL
                           MOVE 'S' TO WRK-SERIE-EOF
                       ELSE
                           DISPLAY 'SERIE ' NS-SERIE
                                   ' ULTIMO ' NS-ULTIMO
                                   ' ABERTA EM ' NS-DATA-ABERTURA
                                   ' ATIVA ' NS-ATIVA
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE NF-SERIES-FILE.
       0700-EXIT.
           EXIT.

      ******************************************************************
      * 0800-MONTA-PARM - AREA DO NFEUTIL COM OS DADOS RECEBIDOS.
      ******************************************************************
       0800-MONTA-PARM SECTION.
           MOVE WRK-FILIAL     TO NE-FILIAL.
           MOVE WRK-SERIE      TO NE-SERIE.
           MOVE WRK-NUMERO     TO NE-NUMERO.
           MOVE WRK-NUMERO     TO NE-NUMERO-ATE.
           MOVE WRK-HOJE-NUM   TO NE-DATA.
           MOVE WRK-MOTIVO     TO NE-MOTIVO.
           MOVE 'PROGCOB131'   TO NE-PROGRAMA.
           MOVE WRK-OPERADOR   TO NE-OPERADOR.

       END PROGRAM PROGCOB131.
