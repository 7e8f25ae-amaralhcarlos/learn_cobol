       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB172.
      ******************************************************************
      *AUTHOR: CARLOS AMARAL
      *DATE: 15/10/2026
      *PURPOSE: RECERTIFICACAO PERIODICA DE ACESSOS (TRIMESTRAL). O
      *         ADMIN ABRE A CAMPANHA COM UM PRAZO: CADA FUNCAO QUE
      *         CADA USUARIO TEM NA AUTHMATRIX VIRA UM ITEM NO
      *         RECERTITEMS, ENDERECADO AO GESTOR DO DEPARTAMENTO DO
      *         FUNCIONARIO VINCULADO AO USUARIO, E A LISTA POR GESTOR
      *         SAI NO RECERTRPT. O GESTOR (OU O ADMIN, PARA USUARIO
      *         SEM GESTOR) CONFIRMA OU REVOGA CADA ITEM. NO
      *         ENCERRAMENTO, DEPOIS DO PRAZO, O QUE NAO FOI REVISADO E
      *         SUSPENSO E O RELATORIO DE CONCLUSAO E ACRESCENTADO AO
      *         RECERTCONC, QUE FICA PARA OS AUDITORES. A MATRIZ SO E
      *         MEXIDA PELO PROGCOB050 (OPCAO 7), COM AUDITORIA.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-MASTER-FILE ASSIGN TO 'USERMASTER'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UM-USER
               FILE STATUS IS WRK-USERMASTER-STATUS.

           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO 'EMPLOYEEMASTER'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-CPF
               FILE STATUS IS WRK-EMP-STATUS.

           SELECT DEPT-MASTER-FILE ASSIGN TO 'DEPTMASTER'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DM-CODIGO
               FILE STATUS IS WRK-DEPT-STATUS.

           SELECT AUTH-MATRIX-FILE ASSIGN TO 'AUTHMATRIX'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-MATRIZ-STATUS.

           SELECT RECERT-CAMP-FILE ASSIGN TO 'RECERTCAMP'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-CAMP-STATUS.

           SELECT RECERT-ITEMS-FILE ASSIGN TO 'RECERTITEMS'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-RECERT-STATUS.

           SELECT RECERT-REPORT-FILE ASSIGN TO 'RECERTRPT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-REPORT-STATUS.

           SELECT RECERT-CONC-FILE ASSIGN TO 'RECERTCONC'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-CONC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  USER-MASTER-FILE.
           COPY 'USERMASTER-REC.cob'.

       FD  EMPLOYEE-MASTER-FILE.
           COPY 'EMPMASTER-REC.cob'.

       FD  DEPT-MASTER-FILE.
           COPY 'DEPTMASTER-REC.cob'.

       FD  AUTH-MATRIX-FILE.
           COPY 'AUTHMATRIX-REC.cob'.

       FD  RECERT-CAMP-FILE.
           COPY 'RECERTCAMP-REC.cob'.

       FD  RECERT-ITEMS-FILE.
           COPY 'RECERTITEM-REC.cob'.

       FD  RECERT-REPORT-FILE.
       01  RR-LINHA                PIC X(120).

       FD  RECERT-CONC-FILE.
       01  RN-LINHA                PIC X(120).

       WORKING-STORAGE SECTION.
           COPY 'AUTHFUNC-BOOK.cob'.
       77  WRK-USERMASTER-STATUS PIC X(02)     VALUE SPACES.
       77  WRK-USER-EOF        PIC X(01)       VALUE 'N'.
           88  USERS-ACABOU                    VALUE 'S'.
       77  WRK-EMP-STATUS      PIC X(02)       VALUE SPACES.
       77  WRK-DEPT-STATUS     PIC X(02)       VALUE SPACES.
       77  WRK-MATRIZ-STATUS   PIC X(02)       VALUE SPACES.
       77  WRK-MATRIZ-EOF      PIC X(01)       VALUE 'N'.
           88  MATRIZ-ACABOU                   VALUE 'S'.
       77  WRK-CAMP-STATUS     PIC X(02)       VALUE SPACES.
       77  WRK-CAMP-EOF        PIC X(01)       VALUE 'N'.
           88  CAMP-ACABOU                     VALUE 'S'.
       77  WRK-RECERT-STATUS   PIC X(02)       VALUE SPACES.
       77  WRK-RECERT-EOF      PIC X(01)       VALUE 'N'.
           88  RECERT-ACABOU                   VALUE 'S'.
       77  WRK-REPORT-STATUS   PIC X(02)       VALUE SPACES.
       77  WRK-CONC-STATUS     PIC X(02)       VALUE SPACES.

       77  WRK-USER            PIC X(20)       VALUE SPACES.
       77  WRK-PIN             PIC X(16)       VALUE SPACES.
           COPY 'PINUTIL-PARM.cob'.
       77  WRK-NIVEL           PIC 9(02)       VALUE ZEROES.
       77  WRK-CPF-REVISOR     PIC 9(11)       VALUE ZEROES.
       77  WRK-LOGIN-OK        PIC X(01)       VALUE 'N'.
           88  LOGIN-VALIDO                    VALUE 'S'.
       77  WRK-OPCAO           PIC 9(01)       VALUE ZEROES.
       77  WRK-RESPOSTA        PIC X(01)       VALUE SPACES.

       01  WRK-HOJE.
           02  WRK-HOJE-ANO    PIC 9(04)       VALUE ZEROES.
           02  WRK-HOJE-MES    PIC 9(02)       VALUE ZEROES.
           02  WRK-HOJE-DIA    PIC 9(02)       VALUE ZEROES.
       01  WRK-HOJE-NUM REDEFINES WRK-HOJE PIC 9(08).
       01  WRK-DATA-AUX.
           02  WRK-AUX-ANO     PIC 9(04)       VALUE ZEROES.
           02  WRK-AUX-MES     PIC 9(02)       VALUE ZEROES.
           02  WRK-AUX-DIA     PIC 9(02)       VALUE ZEROES.
       01  WRK-DATA-AUX-NUM REDEFINES WRK-DATA-AUX PIC 9(08).

      ******************************************************************
      * CAMPANHAS DO RECERTCAMP EM MEMORIA; WRK-CAMP-ATUAL APONTA A
      * CAMPANHA ABERTA (ZERO = NENHUMA).
      ******************************************************************
       77  WRK-CAMP-QTD        PIC 9(03)       VALUE ZEROES.
       77  WRK-CAMP-IDX        PIC 9(03)       VALUE ZEROES.
       77  WRK-CAMP-ATUAL      PIC 9(03)       VALUE ZEROES.
       01  WRK-TAB-CAMPANHAS.
           02  WRK-CAMP-REG    PIC X(50)       OCCURS 200 TIMES.
       77  WRK-CAMPANHA        PIC 9(05)       VALUE ZEROES.
       77  WRK-TRIMESTRE       PIC 9(01)       VALUE ZEROES.
       77  WRK-PRAZO           PIC 9(08)       VALUE ZEROES.

      ******************************************************************
      * MATRIZ EM MEMORIA PARA RESOLVER AS FUNCOES DE CADA USUARIO
      * (LINHA DO USUARIO GANHA DA LINHA NIVEL-NN, COMO NO PROGCOB015).
      ******************************************************************
       77  WRK-MAT-QTD         PIC 9(03)       VALUE ZEROES.
       77  WRK-MAT-IDX         PIC 9(03)       VALUE ZEROES.
       01  WRK-TAB-MATRIZ.
           02  WRK-MAT-LINHA   OCCURS 300 TIMES.
               03  WRK-MAT-ALVO        PIC X(20).
               03  WRK-MAT-FUNCAO      PIC X(02).
               03  WRK-MAT-PERMITE     PIC X(01).
       01  WRK-ALVO-NIVEL.
           02  FILLER          PIC X(06)       VALUE 'NIVEL-'.
           02  WRK-ALVO-NN     PIC 9(02).
           02  FILLER          PIC X(12)       VALUE SPACES.
       77  WRK-AF-IDX          PIC 9(02)       VALUE ZEROES.
       77  WRK-TEM-ACESSO      PIC X(01)       VALUE 'N'.
       77  WRK-ORIGEM          PIC X(01)       VALUE SPACES.

      ******************************************************************
      * ITENS DO RECERTITEMS EM MEMORIA (TODAS AS CAMPANHAS, PARA A
      * REGRAVACAO) E O GESTOR DE CADA ITEM, PARA A LISTA POR GESTOR.
      ******************************************************************
       77  WRK-ITEM-QTD        PIC 9(04)       VALUE ZEROES.
       77  WRK-ITEM-IDX        PIC 9(04)       VALUE ZEROES.
       77  WRK-ITEM-IDX2       PIC 9(04)       VALUE ZEROES.
       01  WRK-TAB-ITENS.
           02  WRK-ITEM-LINHA  OCCURS 5000 TIMES.
               03  WRK-ITEM-REG        PIC X(84).
               03  WRK-ITEM-GERENTE    PIC 9(11).
               03  WRK-ITEM-IMPRESSO   PIC X(01).

       77  WRK-CPF-USUARIO     PIC 9(11)       VALUE ZEROES.
       77  WRK-DEPTO           PIC X(04)       VALUE SPACES.
       77  WRK-GERENTE-CPF     PIC 9(11)       VALUE ZEROES.
       77  WRK-PROGRAMA        PIC X(10)       VALUE SPACES.
       77  WRK-DESCRICAO       PIC X(30)       VALUE SPACES.
       77  WRK-TEXTO-ORIGEM    PIC X(12)       VALUE SPACES.
       77  WRK-TEXTO-DECISAO   PIC X(10)       VALUE SPACES.
       77  WRK-ELEGIVEL        PIC X(01)       VALUE 'N'.
       77  WRK-FIM-REVISAO     PIC X(01)       VALUE 'N'.

       77  WRK-QTDE-ITENS      PIC 9(05)       VALUE ZEROES.
       77  WRK-QTDE-USUARIOS   PIC 9(04)       VALUE ZEROES.
       77  WRK-QTDE-REVISADOS  PIC 9(05)       VALUE ZEROES.
       77  WRK-QTDE-CONFIRMADOS PIC 9(05)      VALUE ZEROES.
       77  WRK-QTDE-REVOGADOS  PIC 9(05)       VALUE ZEROES.
       77  WRK-QTDE-SUSPENSOS  PIC 9(05)       VALUE ZEROES.
       77  WRK-QTDE-A-APLICAR  PIC 9(05)       VALUE ZEROES.

       PROCEDURE DIVISION.

           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.

           PERFORM 0100-VALIDA-USUARIO.
           IF NOT LOGIN-VALIDO
               DISPLAY 'ACESSO NEGADO'
               STOP RUN
           END-IF.

           PERFORM 0150-CARREGA-CAMPANHAS.

           PERFORM 0200-EXECUTA-MENU UNTIL WRK-OPCAO = 9.

           STOP RUN.

      ******************************************************************
      * 0100-VALIDA-USUARIO - EXIGE USUARIO DO USERMASTER COM PIN
      * CORRETO E CONTA NAO BLOQUEADA (MESMA MECANICA DO PROGCOB071).
      * O NIVEL E O CPF VINCULADO DIZEM O QUE O USUARIO PODE REVISAR.
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
                       IF UM-CPF NUMERIC
                           MOVE UM-CPF TO WRK-CPF-REVISOR
                       END-IF
                   END-IF
           END-READ.

           CLOSE USER-MASTER-FILE.
       0100-EXIT.
           EXIT.

      ******************************************************************
      * 0150-CARREGA-CAMPANHAS - LE O RECERTCAMP PARA A TABELA E ACHA A
      * CAMPANHA ABERTA.
      ******************************************************************
       0150-CARREGA-CAMPANHAS SECTION.
           MOVE 0 TO WRK-CAMP-QTD.
           MOVE 0 TO WRK-CAMP-ATUAL.
           MOVE 'N' TO WRK-CAMP-EOF.

           OPEN INPUT RECERT-CAMP-FILE.
           IF WRK-CAMP-STATUS NOT = '00'
               GO TO 0150-EXIT
           END-IF.

           PERFORM UNTIL CAMP-ACABOU
               READ RECERT-CAMP-FILE
                   AT END
                       MOVE 'S' TO WRK-CAMP-EOF
                   NOT AT END
                       IF WRK-CAMP-QTD < 200
                           ADD 1 TO WRK-CAMP-QTD
                           MOVE CG-REGISTRO
                               TO WRK-CAMP-REG(WRK-CAMP-QTD)
                           IF CAMPANHA-ABERTA
                               MOVE WRK-CAMP-QTD TO WRK-CAMP-ATUAL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE RECERT-CAMP-FILE.
       0150-EXIT.
           EXIT.

      ******************************************************************
      * 0200-EXECUTA-MENU - ABERTURA, REVISAO E ENCERRAMENTO.
      ******************************************************************
       0200-EXECUTA-MENU SECTION.
           DISPLAY '1 - ABRIR CAMPANHA DE RECERTIFICACAO'.
           DISPLAY '2 - REVISAR ACESSOS DOS MEUS USUARIOS'.
           DISPLAY '3 - ENCERRAR CAMPANHA (DEPOIS DO PRAZO)'.
           DISPLAY '9 - SAIR'.
           DISPLAY 'ESCOLHA UMA OPCAO: '.
           ACCEPT WRK-OPCAO.

           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0300-ABRE-CAMPANHA
               WHEN 2
                   PERFORM 0400-REVISA-ITENS
               WHEN 3
                   PERFORM 0500-ENCERRA-CAMPANHA
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

      ******************************************************************
      * 0300-ABRE-CAMPANHA - SO ADMIN (01), UMA CAMPANHA POR TRIMESTRE
      * E NENHUMA OUTRA ABERTA. GRAVA OS ITENS E A LISTA POR GESTOR.
      ******************************************************************
       0300-ABRE-CAMPANHA SECTION.
           IF WRK-NIVEL NOT = 01
               DISPLAY 'ABERTURA RESTRITA AO NIVEL ADMIN (01)'
               GO TO 0300-EXIT
           END-IF.
           IF WRK-CAMP-ATUAL > 0
               MOVE WRK-CAMP-REG(WRK-CAMP-ATUAL) TO CG-REGISTRO
               DISPLAY 'CAMPANHA ' CG-CAMPANHA ' AINDA ABERTA'
               GO TO 0300-EXIT
           END-IF.

           COMPUTE WRK-TRIMESTRE = (WRK-HOJE-MES + 2) / 3.
           COMPUTE WRK-CAMPANHA = WRK-HOJE-ANO * 10 + WRK-TRIMESTRE.
           PERFORM VARYING WRK-CAMP-IDX FROM 1 BY 1
                   UNTIL WRK-CAMP-IDX > WRK-CAMP-QTD
               MOVE WRK-CAMP-REG(WRK-CAMP-IDX) TO CG-REGISTRO
               IF CG-CAMPANHA = WRK-CAMPANHA
                   MOVE ZEROES TO WRK-CAMPANHA
               END-IF
           END-PERFORM.
           IF WRK-CAMPANHA = 0
               DISPLAY 'O TRIMESTRE JA TEVE CAMPANHA'
               GO TO 0300-EXIT
           END-IF.

           DISPLAY 'PRAZO DA REVISAO (AAAAMMDD): '.
           ACCEPT WRK-PRAZO.
           IF WRK-PRAZO NOT > WRK-HOJE-NUM
               DISPLAY 'PRAZO DEVE SER DEPOIS DE HOJE'
               GO TO 0300-EXIT
           END-IF.

           PERFORM 0310-CARREGA-MATRIZ.

           OPEN INPUT USER-MASTER-FILE.
           IF WRK-USERMASTER-STATUS NOT = '00'
               DISPLAY 'USERMASTER INDISPONIVEL'
               GO TO 0300-EXIT
           END-IF.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           OPEN INPUT DEPT-MASTER-FILE.
           OPEN EXTEND RECERT-ITEMS-FILE.
           IF WRK-RECERT-STATUS NOT = '00'
               OPEN OUTPUT RECERT-ITEMS-FILE
           END-IF.

           MOVE 0 TO WRK-ITEM-QTD.
           MOVE 0 TO WRK-QTDE-ITENS.
           MOVE 0 TO WRK-QTDE-USUARIOS.
           MOVE 'N' TO WRK-USER-EOF.
           PERFORM UNTIL USERS-ACABOU
               READ USER-MASTER-FILE NEXT
                   AT END
                       MOVE 'S' TO WRK-USER-EOF
                   NOT AT END
                       ADD 1 TO WRK-QTDE-USUARIOS
                       PERFORM 0320-ACHA-GESTOR
                       PERFORM 0330-GERA-ITENS-USUARIO
               END-READ
           END-PERFORM.

           CLOSE RECERT-ITEMS-FILE.
           IF WRK-DEPT-STATUS = '00'
               CLOSE DEPT-MASTER-FILE
           END-IF.
           IF WRK-EMP-STATUS = '00'
               CLOSE EMPLOYEE-MASTER-FILE
           END-IF.
           CLOSE USER-MASTER-FILE.

           OPEN EXTEND RECERT-CAMP-FILE.
           IF WRK-CAMP-STATUS NOT = '00'
               OPEN OUTPUT RECERT-CAMP-FILE
           END-IF.
           MOVE WRK-CAMPANHA TO CG-CAMPANHA.
           MOVE WRK-HOJE     TO CG-ABERTURA.
           MOVE WRK-PRAZO    TO CG-PRAZO.
           MOVE WRK-USER     TO CG-ABERTA-POR.
           MOVE 'A'          TO CG-SITUACAO.
           MOVE ZEROES       TO CG-ENCERRAMENTO.
           WRITE CG-REGISTRO.
           CLOSE RECERT-CAMP-FILE.
           PERFORM 0150-CARREGA-CAMPANHAS.

           PERFORM 0350-IMPRIME-LISTA-GESTOR.

           DISPLAY 'CAMPANHA ' WRK-CAMPANHA ' ABERTA: '
                   WRK-QTDE-ITENS ' ITENS DE ' WRK-QTDE-USUARIOS
                   ' USUARIOS - LISTA POR GESTOR NO RECERTRPT'.
       0300-EXIT.
           EXIT.

      ******************************************************************
      * 0310-CARREGA-MATRIZ - LE O AUTHMATRIX PARA A TABELA EM
      * MEMORIA.
      ******************************************************************
       0310-CARREGA-MATRIZ SECTION.
           MOVE 0 TO WRK-MAT-QTD.
           MOVE 'N' TO WRK-MATRIZ-EOF.

           OPEN INPUT AUTH-MATRIX-FILE.
           IF WRK-MATRIZ-STATUS NOT = '00'
               GO TO 0310-EXIT
           END-IF.

           PERFORM UNTIL MATRIZ-ACABOU
               READ AUTH-MATRIX-FILE
                   AT END
                       MOVE 'S' TO WRK-MATRIZ-EOF
                   NOT AT END
                       IF WRK-MAT-QTD < 300
                           ADD 1 TO WRK-MAT-QTD
                           MOVE AM-ALVO
                               TO WRK-MAT-ALVO(WRK-MAT-QTD)
                           MOVE AM-FUNCAO
                               TO WRK-MAT-FUNCAO(WRK-MAT-QTD)
                           MOVE AM-PERMITE
                               TO WRK-MAT-PERMITE(WRK-MAT-QTD)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE AUTH-MATRIX-FILE.
       0310-EXIT.
           EXIT.

      ******************************************************************
      * 0320-ACHA-GESTOR - USUARIO -> FUNCIONARIO -> DEPARTAMENTO ->
      * GESTOR. SEM VINCULO, SEM DEPARTAMENTO OU SEM GESTOR, O GESTOR
      * FICA ZERO (REVISAO PELO ADMIN); O GESTOR NAO REVISA A SI MESMO,
      * E OS ACESSOS DELE TAMBEM VAO PARA O ADMIN.
      ******************************************************************
       0320-ACHA-GESTOR SECTION.
           MOVE ZEROES TO WRK-CPF-USUARIO.
           MOVE SPACES TO WRK-DEPTO.
           MOVE ZEROES TO WRK-GERENTE-CPF.

           IF UM-CPF NOT NUMERIC OR UM-CPF = 0
               GO TO 0320-EXIT
           END-IF.
           MOVE UM-CPF TO WRK-CPF-USUARIO.

           IF WRK-EMP-STATUS NOT = '00'
               GO TO 0320-EXIT
           END-IF.
           MOVE UM-CPF TO EM-CPF.
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   GO TO 0320-EXIT
           END-READ.
           MOVE EM-DEPARTAMENTO(1:4) TO WRK-DEPTO.

           IF WRK-DEPT-STATUS NOT = '00'
               GO TO 0320-EXIT
           END-IF.
           MOVE WRK-DEPTO TO DM-CODIGO.
           READ DEPT-MASTER-FILE
               INVALID KEY
                   GO TO 0320-EXIT
           END-READ.
           IF DM-GERENTE-CPF NUMERIC
               AND DM-GERENTE-CPF NOT = WRK-CPF-USUARIO
               MOVE DM-GERENTE-CPF TO WRK-GERENTE-CPF
           END-IF.
       0320-EXIT.
           EXIT.

      ******************************************************************
      * 0330-GERA-ITENS-USUARIO - UM ITEM PENDENTE POR FUNCAO DO
      * CATALOGO QUE O USUARIO TEM.
      ******************************************************************
       0330-GERA-ITENS-USUARIO SECTION.
           PERFORM VARYING WRK-AF-IDX FROM 1 BY 1
                   UNTIL WRK-AF-IDX > WRK-AF-QTD
               PERFORM 0340-RESOLVE-ACESSO
               IF WRK-TEM-ACESSO = 'S' AND WRK-ITEM-QTD < 5000
                   MOVE WRK-CAMPANHA TO CE-CAMPANHA
                   MOVE UM-USER TO CE-USER
                   MOVE WRK-CPF-USUARIO TO CE-CPF
                   MOVE WRK-AF-CODIGO(WRK-AF-IDX) TO CE-FUNCAO
                   MOVE WRK-ORIGEM TO CE-ORIGEM
                   MOVE WRK-DEPTO TO CE-DEPTO
                   MOVE WRK-GERENTE-CPF TO CE-GERENTE-CPF
                   MOVE SPACES TO CE-DECISAO
                   MOVE SPACES TO CE-REVISOR
                   MOVE ZEROES TO CE-DATA-DECISAO
                   MOVE 'N' TO CE-APLICADO
                   WRITE CE-REGISTRO
                   ADD 1 TO WRK-QTDE-ITENS
                   ADD 1 TO WRK-ITEM-QTD
                   MOVE CE-REGISTRO TO WRK-ITEM-REG(WRK-ITEM-QTD)
                   MOVE WRK-GERENTE-CPF
                       TO WRK-ITEM-GERENTE(WRK-ITEM-QTD)
                   MOVE 'N' TO WRK-ITEM-IMPRESSO(WRK-ITEM-QTD)
               END-IF
           END-PERFORM.

      ******************************************************************
      * 0340-RESOLVE-ACESSO - FUNCAO WRK-AF-IDX DO USUARIO LIDO: A
      * LINHA DO USUARIO GANHA DA LINHA DO NIVEL; WRK-ORIGEM DIZ QUAL
      * DAS DUAS CONCEDEU.
      ******************************************************************
       0340-RESOLVE-ACESSO SECTION.
           MOVE 'N' TO WRK-TEM-ACESSO.
           MOVE 'N' TO WRK-ORIGEM.
           MOVE UM-LEVEL TO WRK-ALVO-NN.

           PERFORM VARYING WRK-MAT-IDX FROM 1 BY 1
                   UNTIL WRK-MAT-IDX > WRK-MAT-QTD
               IF WRK-MAT-FUNCAO(WRK-MAT-IDX) =
                   WRK-AF-CODIGO(WRK-AF-IDX)
                   AND WRK-MAT-ALVO(WRK-MAT-IDX) = WRK-ALVO-NIVEL
                   MOVE WRK-MAT-PERMITE(WRK-MAT-IDX)
                       TO WRK-TEM-ACESSO
               END-IF
           END-PERFORM.
           PERFORM VARYING WRK-MAT-IDX FROM 1 BY 1
                   UNTIL WRK-MAT-IDX > WRK-MAT-QTD
               IF WRK-MAT-FUNCAO(WRK-MAT-IDX) =
                   WRK-AF-CODIGO(WRK-AF-IDX)
                   AND WRK-MAT-ALVO(WRK-MAT-IDX) = UM-USER
                   MOVE WRK-MAT-PERMITE(WRK-MAT-IDX)
                       TO WRK-TEM-ACESSO
                   MOVE 'U' TO WRK-ORIGEM
               END-IF
           END-PERFORM.

      ******************************************************************
      * 0350-IMPRIME-LISTA-GESTOR - RECERTRPT COM OS ITENS DA CAMPANHA
      * AGRUPADOS POR GESTOR (NA ORDEM EM QUE O GESTOR APARECE).
      ******************************************************************
       0350-IMPRIME-LISTA-GESTOR SECTION.
           OPEN OUTPUT RECERT-REPORT-FILE.
           MOVE WRK-PRAZO TO WRK-DATA-AUX-NUM.
           MOVE SPACES TO RR-LINHA.
           STRING 'RECERTIFICACAO DE ACESSOS - CAMPANHA ' WRK-CAMPANHA
                  ' - REVISAR ATE ' WRK-AUX-DIA '/' WRK-AUX-MES '/'
                  WRK-AUX-ANO
               DELIMITED BY SIZE INTO RR-LINHA
           END-STRING
           WRITE RR-LINHA.

           PERFORM VARYING WRK-ITEM-IDX FROM 1 BY 1
                   UNTIL WRK-ITEM-IDX > WRK-ITEM-QTD
               IF WRK-ITEM-IMPRESSO(WRK-ITEM-IDX) = 'N'
                   MOVE SPACES TO RR-LINHA
                   WRITE RR-LINHA
                   MOVE SPACES TO RR-LINHA
                   IF WRK-ITEM-GERENTE(WRK-ITEM-IDX) = 0
                       MOVE 'SEM GESTOR - REVISAO PELO ADMINISTRADOR'
                           TO RR-LINHA
                   ELSE
                       STRING 'GESTOR CPF '
                              WRK-ITEM-GERENTE(WRK-ITEM-IDX)
                           DELIMITED BY SIZE INTO RR-LINHA
                       END-STRING
                   END-IF
                   WRITE RR-LINHA
                   PERFORM VARYING WRK-ITEM-IDX2 FROM WRK-ITEM-IDX
                           BY 1 UNTIL WRK-ITEM-IDX2 > WRK-ITEM-QTD
                       IF WRK-ITEM-GERENTE(WRK-ITEM-IDX2) =
                           WRK-ITEM-GERENTE(WRK-ITEM-IDX)
                           MOVE 'S' TO WRK-ITEM-IMPRESSO(WRK-ITEM-IDX2)
                           MOVE WRK-ITEM-REG(WRK-ITEM-IDX2)
                               TO CE-REGISTRO
                           PERFORM 0700-DESCREVE-FUNCAO
                           MOVE SPACES TO RR-LINHA
                           STRING '  ' CE-USER ' DEPTO ' CE-DEPTO
                                  ' FUNCAO ' CE-FUNCAO ' '
                                  WRK-PROGRAMA ' ' WRK-DESCRICAO
                                  ' ' WRK-TEXTO-ORIGEM
                               DELIMITED BY SIZE INTO RR-LINHA
                           END-STRING
                           WRITE RR-LINHA
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

           CLOSE RECERT-REPORT-FILE.

      ******************************************************************
      * 0400-REVISA-ITENS - O REVISOR CONFIRMA OU REVOGA OS ITENS
      * PENDENTES DA CAMPANHA ABERTA QUE SAO DELE: GESTOR, OS DO SEU
      * CPF; ADMIN, OS SEM GESTOR. NINGUEM REVISA O PROPRIO USUARIO.
      ******************************************************************
       0400-REVISA-ITENS SECTION.
           IF WRK-CAMP-ATUAL = 0
               DISPLAY 'NENHUMA CAMPANHA ABERTA'
               GO TO 0400-EXIT
           END-IF.
           MOVE WRK-CAMP-REG(WRK-CAMP-ATUAL) TO CG-REGISTRO.
           IF WRK-HOJE-NUM > CG-PRAZO
               DISPLAY 'PRAZO DA CAMPANHA VENCIDO - AGUARDA O '
                       'ENCERRAMENTO'
               GO TO 0400-EXIT
           END-IF.
           MOVE CG-CAMPANHA TO WRK-CAMPANHA.

           PERFORM 0600-CARREGA-ITENS.

           MOVE 0 TO WRK-QTDE-REVISADOS.
           MOVE 'N' TO WRK-FIM-REVISAO.
           PERFORM VARYING WRK-ITEM-IDX FROM 1 BY 1
                   UNTIL WRK-ITEM-IDX > WRK-ITEM-QTD
                      OR WRK-FIM-REVISAO = 'S'
               MOVE WRK-ITEM-REG(WRK-ITEM-IDX) TO CE-REGISTRO
               MOVE 'N' TO WRK-ELEGIVEL
               IF CE-CAMPANHA = WRK-CAMPANHA AND ITEM-PENDENTE
                   AND CE-USER NOT = WRK-USER
                   IF CE-GERENTE-CPF = 0
                       IF WRK-NIVEL = 01
                           MOVE 'S' TO WRK-ELEGIVEL
                       END-IF
                   ELSE
                       IF CE-GERENTE-CPF = WRK-CPF-REVISOR
                           MOVE 'S' TO WRK-ELEGIVEL
                       END-IF
                   END-IF
               END-IF
               IF WRK-ELEGIVEL = 'S'
                   PERFORM 0410-REVISA-UM
               END-IF
           END-PERFORM.

           IF WRK-QTDE-REVISADOS > 0
               PERFORM 0650-REGRAVA-ITENS
           END-IF.
           DISPLAY 'ITENS REVISADOS: ' WRK-QTDE-REVISADOS.
       0400-EXIT.
           EXIT.

      ******************************************************************
      * 0410-REVISA-UM - MOSTRA O ITEM E GRAVA A DECISAO NA TABELA.
      ******************************************************************
       0410-REVISA-UM SECTION.
           PERFORM 0700-DESCREVE-FUNCAO.
           DISPLAY 'USUARIO ' CE-USER ' FUNCAO ' CE-FUNCAO ' '
                   WRK-PROGRAMA ' ' WRK-DESCRICAO ' '
                   WRK-TEXTO-ORIGEM.
           DISPLAY 'C = CONFIRMA  R = REVOGA  BRANCO = DEPOIS  '
                   'F = FIM: '.
           MOVE SPACES TO WRK-RESPOSTA.
           ACCEPT WRK-RESPOSTA.

           EVALUATE WRK-RESPOSTA
               WHEN 'C'
               WHEN 'R'
                   MOVE WRK-RESPOSTA TO CE-DECISAO
                   MOVE WRK-USER     TO CE-REVISOR
                   MOVE WRK-HOJE     TO CE-DATA-DECISAO
                   MOVE CE-REGISTRO  TO WRK-ITEM-REG(WRK-ITEM-IDX)
                   ADD 1 TO WRK-QTDE-REVISADOS
               WHEN 'F'
                   MOVE 'S' TO WRK-FIM-REVISAO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      ******************************************************************
      * 0500-ENCERRA-CAMPANHA - SO ADMIN (01) E SO DEPOIS DO PRAZO:
      * SUSPENDE O QUE FICOU PENDENTE, FECHA A CAMPANHA E ACRESCENTA O
      * RELATORIO DE CONCLUSAO AO RECERTCONC.
      ******************************************************************
       0500-ENCERRA-CAMPANHA SECTION.
           IF WRK-NIVEL NOT = 01
               DISPLAY 'ENCERRAMENTO RESTRITO AO NIVEL ADMIN (01)'
               GO TO 0500-EXIT
           END-IF.
           IF WRK-CAMP-ATUAL = 0
               DISPLAY 'NENHUMA CAMPANHA ABERTA'
               GO TO 0500-EXIT
           END-IF.
           MOVE WRK-CAMP-REG(WRK-CAMP-ATUAL) TO CG-REGISTRO.
           IF WRK-HOJE-NUM NOT > CG-PRAZO
               DISPLAY 'PRAZO DA CAMPANHA AINDA NAO VENCEU'
               GO TO 0500-EXIT
           END-IF.
           MOVE CG-CAMPANHA TO WRK-CAMPANHA.

           PERFORM 0600-CARREGA-ITENS.

           PERFORM VARYING WRK-ITEM-IDX FROM 1 BY 1
                   UNTIL WRK-ITEM-IDX > WRK-ITEM-QTD
               MOVE WRK-ITEM-REG(WRK-ITEM-IDX) TO CE-REGISTRO
               IF CE-CAMPANHA = WRK-CAMPANHA AND ITEM-PENDENTE
                   MOVE 'S'             TO CE-DECISAO
                   MOVE 'PRAZO VENCIDO' TO CE-REVISOR
                   MOVE WRK-HOJE        TO CE-DATA-DECISAO
                   MOVE CE-REGISTRO TO WRK-ITEM-REG(WRK-ITEM-IDX)
               END-IF
           END-PERFORM.
           PERFORM 0650-REGRAVA-ITENS.

           MOVE WRK-CAMP-REG(WRK-CAMP-ATUAL) TO CG-REGISTRO.
           MOVE 'E'      TO CG-SITUACAO.
           MOVE WRK-HOJE TO CG-ENCERRAMENTO.
           MOVE CG-REGISTRO TO WRK-CAMP-REG(WRK-CAMP-ATUAL).
           OPEN OUTPUT RECERT-CAMP-FILE.
           PERFORM VARYING WRK-CAMP-IDX FROM 1 BY 1
                   UNTIL WRK-CAMP-IDX > WRK-CAMP-QTD
               MOVE WRK-CAMP-REG(WRK-CAMP-IDX) TO CG-REGISTRO
               WRITE CG-REGISTRO
           END-PERFORM.
           CLOSE RECERT-CAMP-FILE.

           PERFORM 0550-IMPRIME-CONCLUSAO.
           MOVE 0 TO WRK-CAMP-ATUAL.

           DISPLAY 'CAMPANHA ' WRK-CAMPANHA ' ENCERRADA - '
                   WRK-QTDE-SUSPENSOS ' ITENS SUSPENSOS'.
           IF WRK-QTDE-A-APLICAR > 0
               DISPLAY 'APLICAR ' WRK-QTDE-A-APLICAR
                       ' REVOGACOES/SUSPENSOES NO PROGCOB050 OPCAO 7'
           END-IF.
       0500-EXIT.
           EXIT.

      ******************************************************************
      * 0550-IMPRIME-CONCLUSAO - RELATORIO DE CONCLUSAO DA CAMPANHA
      * (CG-REGISTRO) PARA A AUDITORIA, ACRESCENTADO AO RECERTCONC.
      ******************************************************************
       0550-IMPRIME-CONCLUSAO SECTION.
           MOVE 0 TO WRK-QTDE-CONFIRMADOS.
           MOVE 0 TO WRK-QTDE-REVOGADOS.
           MOVE 0 TO WRK-QTDE-SUSPENSOS.
           MOVE 0 TO WRK-QTDE-A-APLICAR.

           OPEN EXTEND RECERT-CONC-FILE.
           IF WRK-CONC-STATUS NOT = '00'
               OPEN OUTPUT RECERT-CONC-FILE
           END-IF.

           MOVE SPACES TO RN-LINHA.
           WRITE RN-LINHA FROM '======================================'.
           MOVE CG-ABERTURA TO WRK-DATA-AUX-NUM.
           MOVE SPACES TO RN-LINHA.
           STRING 'CONCLUSAO DA RECERTIFICACAO ' CG-CAMPANHA
                  ' - ABERTA EM ' WRK-AUX-DIA '/' WRK-AUX-MES '/'
                  WRK-AUX-ANO ' POR ' CG-ABERTA-POR
               DELIMITED BY SIZE INTO RN-LINHA
           END-STRING
           WRITE RN-LINHA.
           MOVE CG-PRAZO TO WRK-DATA-AUX-NUM.
           MOVE SPACES TO RN-LINHA.
           STRING 'PRAZO ' WRK-AUX-DIA '/' WRK-AUX-MES '/' WRK-AUX-ANO
                  ' - ENCERRADA EM ' WRK-HOJE-DIA '/' WRK-HOJE-MES '/'
                  WRK-HOJE-ANO ' POR ' WRK-USER
               DELIMITED BY SIZE INTO RN-LINHA
           END-STRING
           WRITE RN-LINHA.

           PERFORM VARYING WRK-ITEM-IDX FROM 1 BY 1
                   UNTIL WRK-ITEM-IDX > WRK-ITEM-QTD
               MOVE WRK-ITEM-REG(WRK-ITEM-IDX) TO CE-REGISTRO
               IF CE-CAMPANHA = CG-CAMPANHA
                   PERFORM 0560-IMPRIME-ITEM-CONCLUSAO
               END-IF
           END-PERFORM.

           MOVE SPACES TO RN-LINHA.
           STRING 'CONFIRMADOS: ' WRK-QTDE-CONFIRMADOS
                  ' REVOGADOS: ' WRK-QTDE-REVOGADOS
                  ' SUSPENSOS POR FALTA DE REVISAO: '
                  WRK-QTDE-SUSPENSOS
               DELIMITED BY SIZE INTO RN-LINHA
           END-STRING
           WRITE RN-LINHA.
           MOVE SPACES TO RN-LINHA.
           STRING 'A RETIRAR DA MATRIZ PELO PROGCOB050 (OPCAO 7): '
                  WRK-QTDE-A-APLICAR
               DELIMITED BY SIZE INTO RN-LINHA
           END-STRING
           WRITE RN-LINHA.

           CLOSE RECERT-CONC-FILE.

      ******************************************************************
      * 0560-IMPRIME-ITEM-CONCLUSAO - UMA LINHA POR ITEM COM A DECISAO,
      * O REVISOR E A DATA.
      ******************************************************************
       0560-IMPRIME-ITEM-CONCLUSAO SECTION.
           EVALUATE TRUE
               WHEN ITEM-CONFIRMADO
                   MOVE 'CONFIRMADO' TO WRK-TEXTO-DECISAO
                   ADD 1 TO WRK-QTDE-CONFIRMADOS
               WHEN ITEM-REVOGADO
                   MOVE 'REVOGADO'   TO WRK-TEXTO-DECISAO
                   ADD 1 TO WRK-QTDE-REVOGADOS
               WHEN OTHER
                   MOVE 'SUSPENSO'   TO WRK-TEXTO-DECISAO
                   ADD 1 TO WRK-QTDE-SUSPENSOS
           END-EVALUATE.
           IF NOT ITEM-CONFIRMADO AND NOT ITEM-APLICADO
               ADD 1 TO WRK-QTDE-A-APLICAR
           END-IF.

           PERFORM 0700-DESCREVE-FUNCAO.
           MOVE CE-DATA-DECISAO TO WRK-DATA-AUX-NUM.
           MOVE SPACES TO RN-LINHA.
           STRING CE-USER ' ' CE-FUNCAO ' ' WRK-PROGRAMA
                  ' GESTOR ' CE-GERENTE-CPF ' ' WRK-TEXTO-DECISAO
                  ' POR ' CE-REVISOR ' EM ' WRK-AUX-DIA '/'
                  WRK-AUX-MES '/' WRK-AUX-ANO
               DELIMITED BY SIZE INTO RN-LINHA
           END-STRING
           WRITE RN-LINHA.

      ******************************************************************
      * 0600-CARREGA-ITENS - LE O RECERTITEMS INTEIRO PARA A TABELA.
      ******************************************************************
       0600-CARREGA-ITENS SECTION.
           MOVE 0 TO WRK-ITEM-QTD.
           MOVE 'N' TO WRK-RECERT-EOF.

           OPEN INPUT RECERT-ITEMS-FILE.
           IF WRK-RECERT-STATUS NOT = '00'
               GO TO 0600-EXIT
           END-IF.

           PERFORM UNTIL RECERT-ACABOU
               READ RECERT-ITEMS-FILE
                   AT END
                       MOVE 'S' TO WRK-RECERT-EOF
                   NOT AT END
                       IF WRK-ITEM-QTD < 5000
                           ADD 1 TO WRK-ITEM-QTD
                           MOVE CE-REGISTRO
                               TO WRK-ITEM-REG(WRK-ITEM-QTD)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE RECERT-ITEMS-FILE.
       0600-EXIT.
           EXIT.

      ******************************************************************
      * 0650-REGRAVA-ITENS - REGRAVA O RECERTITEMS A PARTIR DA TABELA.
      ******************************************************************
       0650-REGRAVA-ITENS SECTION.
           OPEN OUTPUT RECERT-ITEMS-FILE.
           PERFORM VARYING WRK-ITEM-IDX FROM 1 BY 1
                   UNTIL WRK-ITEM-IDX > WRK-ITEM-QTD
               MOVE WRK-ITEM-REG(WRK-ITEM-IDX) TO CE-REGISTRO
               WRITE CE-REGISTRO
           END-PERFORM.
           CLOSE RECERT-ITEMS-FILE.

      ******************************************************************
      * 0700-DESCREVE-FUNCAO - PROGRAMA E DESCRICAO DA FUNCAO DO ITEM
      * (CATALOGO AUTHFUNC-BOOK) E O TEXTO DA ORIGEM DO ACESSO.
      ******************************************************************
       0700-DESCREVE-FUNCAO SECTION.
           MOVE SPACES TO WRK-PROGRAMA.
           MOVE 'FUNCAO FORA DO CATALOGO' TO WRK-DESCRICAO.
           PERFORM VARYING WRK-AF-IDX FROM 1 BY 1
                   UNTIL WRK-AF-IDX > WRK-AF-QTD
               IF WRK-AF-CODIGO(WRK-AF-IDX) = CE-FUNCAO
                   MOVE WRK-AF-PROGRAMA(WRK-AF-IDX) TO WRK-PROGRAMA
                   MOVE WRK-AF-DESCRICAO(WRK-AF-IDX) TO WRK-DESCRICAO
               END-IF
           END-PERFORM.

           IF CE-PELO-USUARIO
               MOVE '(DO USUARIO)' TO WRK-TEXTO-ORIGEM
           ELSE
               MOVE '(DO NIVEL)'   TO WRK-TEXTO-ORIGEM
           END-IF.

       END PROGRAM PROGCOB172.
