       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB168.
      ******************************************************************
      *AUTHOR: CARLOS AMARAL
      *DATE: 15/10/2026
      *PURPOSE: REVISAO DA FOLHA ANTES DA REMESSA AO BANCO. COMPARA,
      *         POR CPF, A COMPETENCIA INFORMADA DO PAYROLLMASTER COM A
      *         ANTERIOR E LISTA NO PAYREVIEWRPT OS FUNCIONARIOS NOVOS,
      *         OS QUE SUMIRAM DA FOLHA, AS VARIACOES DE BRUTO OU DE
      *         LIQUIDO ACIMA DO PERCENTUAL DO PAYREVPARM, A HORA EXTRA
      *         ACIMA DO LIMITE (PERCENTUAL DO SALARIO DO MES) E O
      *         LIQUIDO ZERADO OU NEGATIVO - O ERRO DE IMPORTACAO DE
      *         HORAS QUE PAGOU O TRIPLO A UM FUNCIONARIO SO APARECEU
      *         NO EXTRATO. QUALQUER USUARIO DO USERMASTER RODA A
      *         REVISAO; SO SUPERVISOR (NIVEL 01 OU 03) ASSINA, E A
      *         ASSINATURA VAI PARA O PAYREVIEWCTL COM O OPERADOR, A
      *         QUANTIDADE E O TOTAL DOS CREDITOS. SEM ELA O PROGCOB099
      *         NAO GERA O NETPAYFILE.
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

           SELECT PAYROLL-MASTER-FILE ASSIGN TO 'PAYROLLMASTER'
               ORGANIZATION INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PM-CHAVE
               FILE STATUS IS WRK-PAYROLL-STATUS.

           SELECT REVIEW-PARM-FILE ASSIGN TO 'PAYREVPARM'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-PARM-STATUS.

           SELECT REVIEW-CONTROL-FILE ASSIGN TO 'PAYREVIEWCTL'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-CTL-STATUS.

           SELECT REVIEW-REPORT-FILE ASSIGN TO 'PAYREVIEWRPT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  USER-MASTER-FILE.
           COPY 'USERMASTER-REC.cob'.

       FD  PAYROLL-MASTER-FILE.
           COPY 'PAYMASTER-REC.cob'.

       FD  REVIEW-PARM-FILE.
       01  PV-REGISTRO.
           02  PV-PERC-VARIACAO    PIC 9(03)V99.
           02  PV-PERC-HORA-EXTRA  PIC 9(03)V99.

       FD  REVIEW-CONTROL-FILE.
           COPY 'PAYREVCTL-REC.cob'.

       FD  REVIEW-REPORT-FILE.
       01  RW-LINHA                PIC X(120).

       WORKING-STORAGE SECTION.
       77  WRK-USERMASTER-STATUS PIC X(02)     VALUE SPACES.
       77  WRK-PAYROLL-STATUS  PIC X(02)       VALUE SPACES.
       77  WRK-PAYROLL-EOF     PIC X(01)       VALUE 'N'.
           88  PAYROLL-ACABOU                  VALUE 'S'.
       77  WRK-PARM-STATUS     PIC X(02)       VALUE SPACES.
       77  WRK-CTL-STATUS      PIC X(02)       VALUE SPACES.
       77  WRK-REPORT-STATUS   PIC X(02)       VALUE SPACES.

       77  WRK-USER            PIC X(20)       VALUE SPACES.
       77  WRK-PIN             PIC X(16)       VALUE SPACES.
           COPY 'PINUTIL-PARM.cob'.
       77  WRK-NIVEL           PIC 9(02)       VALUE ZEROES.
       77  WRK-LOGIN-OK        PIC X(01)       VALUE 'N'.
           88  LOGIN-VALIDO                    VALUE 'S'.
       77  WRK-RESPOSTA        PIC X(01)       VALUE 'N'.

       01  WRK-COMPETENCIA.
           02  WRK-COMP-ANO    PIC 9(04)       VALUE ZEROES.
           02  WRK-COMP-MES    PIC 9(02)       VALUE ZEROES.
       01  WRK-ANTERIOR.
           02  WRK-ANT-ANO     PIC 9(04)       VALUE ZEROES.
           02  WRK-ANT-MES     PIC 9(02)       VALUE ZEROES.

       01  WRK-HOJE.
           02  WRK-HOJE-ANO    PIC 9(04)       VALUE ZEROES.
           02  WRK-HOJE-MES    PIC 9(02)       VALUE ZEROES.
           02  WRK-HOJE-DIA    PIC 9(02)       VALUE ZEROES.
       01  WRK-HORA.
           02  WRK-HORA-HH     PIC 9(02)       VALUE ZEROES.
           02  WRK-HORA-MM     PIC 9(02)       VALUE ZEROES.
           02  WRK-HORA-SS     PIC 9(02)       VALUE ZEROES.
           02  WRK-HORA-CC     PIC 9(02)       VALUE ZEROES.

      ******************************************************************
      * LIMITES DA REVISAO (PAYREVPARM; SEM O ARQUIVO, 20% DE VARIACAO
      * E HORA EXTRA ATE 30% DO SALARIO DO MES).
      ******************************************************************
       77  WRK-PERC-VARIACAO   PIC 9(03)V99    VALUE 20,00.
       77  WRK-PERC-HORA-EXTRA PIC 9(03)V99    VALUE 30,00.

      ******************************************************************
      * FOLHAS DA COMPETENCIA (ATUAL) E DA ANTERIOR EM MEMORIA. O
      * LIQUIDO E GRAVADO SEM SINAL NO PAYROLLMASTER: LIQUIDO MAIOR QUE
      * O BRUTO MAIS O REEMBOLSO SO ACONTECE QUANDO O CALCULO DEU
      * NEGATIVO E PERDEU O SINAL, E E TRATADO COMO NEGATIVO.
      ******************************************************************
       77  WRK-ATU-QTD         PIC 9(04)       VALUE ZEROES.
       77  WRK-ATU-IDX         PIC 9(04)       VALUE ZEROES.
       01  WRK-TAB-ATUAL.
           02  WRK-ATU-LINHA   OCCURS 3000 TIMES.
               03  WRK-ATU-CPF         PIC 9(11).
               03  WRK-ATU-NOME        PIC X(40).
               03  WRK-ATU-BRUTO       PIC 9(6)V99.
               03  WRK-ATU-LIQUIDO     PIC 9(6)V99.
               03  WRK-ATU-EXTRA       PIC 9(6)V99.
               03  WRK-ATU-NOTURNO     PIC 9(6)V99.
               03  WRK-ATU-REEMB       PIC 9(6)V99.
               03  WRK-ATU-ACHOU       PIC X(01).

       77  WRK-ANT-QTD         PIC 9(04)       VALUE ZEROES.
       77  WRK-ANT-IDX         PIC 9(04)       VALUE ZEROES.
       01  WRK-TAB-ANTERIOR.
           02  WRK-ANT-LINHA   OCCURS 3000 TIMES.
               03  WRK-ANT-CPF         PIC 9(11).
               03  WRK-ANT-NOME        PIC X(40).
               03  WRK-ANT-BRUTO       PIC 9(6)V99.
               03  WRK-ANT-LIQUIDO     PIC 9(6)V99.
               03  WRK-ANT-ACHOU       PIC X(01).

       77  WRK-POS-ANT         PIC 9(04)       VALUE ZEROES.
       77  WRK-BASE-EXTRA      PIC 9(07)V99    VALUE ZEROES.
       77  WRK-LIMITE-EXTRA    PIC 9(07)V99    VALUE ZEROES.
       77  WRK-DIFERENCA       PIC 9(07)V99    VALUE ZEROES.
       77  WRK-PERC-BRUTO      PIC 9(05)V99    VALUE ZEROES.
       77  WRK-PERC-LIQUIDO    PIC 9(05)V99    VALUE ZEROES.
       77  WRK-ED-ANTES        PIC ZZZ.ZZ9,99  VALUE ZEROES.
       77  WRK-ED-DEPOIS       PIC ZZZ.ZZ9,99  VALUE ZEROES.
       77  WRK-ED-PERC         PIC ZZ.ZZ9,99   VALUE ZEROES.
       77  WRK-ED-TOTAL        PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.

       77  WRK-QTD-NOVOS       PIC 9(05)       VALUE ZEROES.
       77  WRK-QTD-AUSENTES    PIC 9(05)       VALUE ZEROES.
       77  WRK-QTD-VARIACOES   PIC 9(05)       VALUE ZEROES.
       77  WRK-QTD-EXTRAS      PIC 9(05)       VALUE ZEROES.
       77  WRK-QTD-LIQ-ZERO    PIC 9(05)       VALUE ZEROES.
       77  WRK-EXCECOES        PIC 9(05)       VALUE ZEROES.

      ******************************************************************
      * CREDITOS QUE O PROGCOB099 VAI REMETER (LIQUIDO MAIOR QUE ZERO),
      * CONTADOS DO MESMO JEITO QUE ELE CONTA.
      ******************************************************************
       77  WRK-QTDE-CREDITOS   PIC 9(06)       VALUE ZEROES.
       77  WRK-TOT-CREDITOS    PIC 9(10)V99    VALUE ZEROES.

       PROCEDURE DIVISION.

           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.

           PERFORM 0100-VALIDA-USUARIO.
           IF NOT LOGIN-VALIDO
               DISPLAY 'ACESSO NEGADO'
               STOP RUN
           END-IF.

           DISPLAY 'COMPETENCIA A REVISAR (AAAAMM): '.
           ACCEPT WRK-COMPETENCIA.
           IF WRK-COMP-MES < 1 OR WRK-COMP-MES > 13
               DISPLAY 'COMPETENCIA INVALIDA'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      * A FOLHA DO 13O (MES 13) E COMPARADA COM O 13O DO ANO ANTERIOR.
           MOVE WRK-COMPETENCIA TO WRK-ANTERIOR.
           EVALUATE WRK-COMP-MES
               WHEN 1
                   SUBTRACT 1 FROM WRK-ANT-ANO
                   MOVE 12 TO WRK-ANT-MES
               WHEN 13
                   SUBTRACT 1 FROM WRK-ANT-ANO
               WHEN OTHER
                   SUBTRACT 1 FROM WRK-ANT-MES
           END-EVALUATE.

           PERFORM 0150-CARREGA-PARAMETROS.
           PERFORM 0200-CARREGA-FOLHAS.
           IF WRK-PAYROLL-STATUS NOT = '00'
               DISPLAY 'PAYROLLMASTER NAO ENCONTRADO - REVISAO NAO '
                       'FEITA'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WRK-ATU-QTD = 0
               DISPLAY 'NENHUMA FOLHA DA COMPETENCIA ' WRK-COMPETENCIA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 0300-IMPRIME-REVISAO.

           DISPLAY 'FUNCIONARIOS NOVOS: '         WRK-QTD-NOVOS.
           DISPLAY 'FUNCIONARIOS AUSENTES: '      WRK-QTD-AUSENTES.
           DISPLAY 'VARIACOES ACIMA DO LIMITE: '  WRK-QTD-VARIACOES.
           DISPLAY 'HORA EXTRA ACIMA DO LIMITE: ' WRK-QTD-EXTRAS.
           DISPLAY 'LIQUIDO ZERO OU NEGATIVO: '   WRK-QTD-LIQ-ZERO.
           MOVE WRK-TOT-CREDITOS TO WRK-ED-TOTAL.
           DISPLAY 'CREDITOS A REMETER: ' WRK-QTDE-CREDITOS
                   ' TOTAL ' WRK-ED-TOTAL.

           PERFORM 0700-ASSINA-REVISAO.

           IF WRK-EXCECOES > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

      ******************************************************************
      * 0100-VALIDA-USUARIO - EXIGE USUARIO DO USERMASTER COM PIN
      * CORRETO E CONTA NAO BLOQUEADA (MESMA MECANICA DO PROGCOB071).
      * O NIVEL FICA GUARDADO PARA A ASSINATURA.
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
      * 0150-CARREGA-PARAMETROS - PERCENTUAIS DO PAYREVPARM (PRIMEIRA
      * LINHA); SEM O ARQUIVO FICAM OS PADROES.
      ******************************************************************
       0150-CARREGA-PARAMETROS SECTION.
           OPEN INPUT REVIEW-PARM-FILE.
           IF WRK-PARM-STATUS NOT = '00'
               GO TO 0150-EXIT
           END-IF.

           READ REVIEW-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF PV-PERC-VARIACAO NUMERIC
                       AND PV-PERC-VARIACAO > 0
                       MOVE PV-PERC-VARIACAO TO WRK-PERC-VARIACAO
                   END-IF
                   IF PV-PERC-HORA-EXTRA NUMERIC
                       AND PV-PERC-HORA-EXTRA > 0
                       MOVE PV-PERC-HORA-EXTRA TO WRK-PERC-HORA-EXTRA
                   END-IF
           END-READ.

           CLOSE REVIEW-PARM-FILE.
       0150-EXIT.
           EXIT.

      ******************************************************************
      * 0200-CARREGA-FOLHAS - LE O PAYROLLMASTER E SEPARA AS FOLHAS DA
      * COMPETENCIA E DA ANTERIOR. CAMPO EM BRANCO DE REGISTRO ANTIGO
      * CONTA COMO ZERO.
      ******************************************************************
       0200-CARREGA-FOLHAS SECTION.
           OPEN INPUT PAYROLL-MASTER-FILE.
           IF WRK-PAYROLL-STATUS NOT = '00'
               GO TO 0200-EXIT
           END-IF.

           PERFORM UNTIL PAYROLL-ACABOU
               READ PAYROLL-MASTER-FILE NEXT
                   AT END
                       MOVE 'S' TO WRK-PAYROLL-EOF
                   NOT AT END
                       IF PM-HORA-EXTRA NOT NUMERIC
                           MOVE ZEROES TO PM-HORA-EXTRA
                       END-IF
                       IF PM-ADIC-NOTURNO NOT NUMERIC
                           MOVE ZEROES TO PM-ADIC-NOTURNO
                       END-IF
                       IF PM-REEMBOLSO NOT NUMERIC
                           MOVE ZEROES TO PM-REEMBOLSO
                       END-IF
                       IF PM-COMPETENCIA = WRK-COMPETENCIA
                           PERFORM 0250-GUARDA-ATUAL
                       END-IF
                       IF PM-COMPETENCIA = WRK-ANTERIOR
                           AND WRK-ANT-QTD < 3000
                           ADD 1 TO WRK-ANT-QTD
                           MOVE PM-CPF  TO WRK-ANT-CPF(WRK-ANT-QTD)
                           MOVE PM-NOME TO WRK-ANT-NOME(WRK-ANT-QTD)
                           MOVE PM-SALARY
                               TO WRK-ANT-BRUTO(WRK-ANT-QTD)
                           MOVE PM-LIQUIDO
                               TO WRK-ANT-LIQUIDO(WRK-ANT-QTD)
                           MOVE 'N' TO WRK-ANT-ACHOU(WRK-ANT-QTD)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE PAYROLL-MASTER-FILE.
           MOVE '00' TO WRK-PAYROLL-STATUS.
       0200-EXIT.
           EXIT.

      ******************************************************************
      * 0250-GUARDA-ATUAL - FOLHA DA COMPETENCIA NA TABELA E NOS
      * TOTAIS DE CREDITO.
      ******************************************************************
       0250-GUARDA-ATUAL SECTION.
           IF PM-LIQUIDO > 0
               ADD 1 TO WRK-QTDE-CREDITOS
               ADD PM-LIQUIDO TO WRK-TOT-CREDITOS
           END-IF.

           IF WRK-ATU-QTD >= 3000
               GO TO 0250-EXIT
           END-IF.

           ADD 1 TO WRK-ATU-QTD.
           MOVE PM-CPF          TO WRK-ATU-CPF(WRK-ATU-QTD).
           MOVE PM-NOME         TO WRK-ATU-NOME(WRK-ATU-QTD).
           MOVE PM-SALARY       TO WRK-ATU-BRUTO(WRK-ATU-QTD).
           MOVE PM-LIQUIDO      TO WRK-ATU-LIQUIDO(WRK-ATU-QTD).
           MOVE PM-HORA-EXTRA   TO WRK-ATU-EXTRA(WRK-ATU-QTD).
           MOVE PM-ADIC-NOTURNO TO WRK-ATU-NOTURNO(WRK-ATU-QTD).
           MOVE PM-REEMBOLSO    TO WRK-ATU-REEMB(WRK-ATU-QTD).
           MOVE 'N'             TO WRK-ATU-ACHOU(WRK-ATU-QTD).
       0250-EXIT.
           EXIT.

      ******************************************************************
      * 0300-IMPRIME-REVISAO - PAYREVIEWRPT: CABECALHO, UMA SECAO POR
      * TIPO DE EXCECAO E O RESUMO DOS CREDITOS.
      ******************************************************************
       0300-IMPRIME-REVISAO SECTION.
           OPEN OUTPUT REVIEW-REPORT-FILE.

           MOVE SPACES TO RW-LINHA.
           STRING 'REVISAO DA FOLHA - COMPETENCIA ' WRK-COMPETENCIA
                  ' CONTRA ' WRK-ANTERIOR ' - EM '
                  WRK-HOJE-DIA '/' WRK-HOJE-MES '/' WRK-HOJE-ANO
                  ' POR ' WRK-USER
               DELIMITED BY SIZE INTO RW-LINHA
           END-STRING.
           WRITE RW-LINHA.
           MOVE WRK-PERC-VARIACAO   TO WRK-ED-PERC.
           MOVE WRK-PERC-HORA-EXTRA TO WRK-ED-DEPOIS.
           MOVE SPACES TO RW-LINHA.
           STRING 'LIMITE DE VARIACAO: ' WRK-ED-PERC '%'
                  '  LIMITE DE HORA EXTRA: ' WRK-ED-DEPOIS
                  '% DO SALARIO DO MES'
               DELIMITED BY SIZE INTO RW-LINHA
           END-STRING.
           WRITE RW-LINHA.

           PERFORM 0390-LINHA-TRACOS.
           MOVE 'FUNCIONARIOS NOVOS (SEM FOLHA NA COMPETENCIA ANTERIOR)'
               TO RW-LINHA.
           WRITE RW-LINHA.
           PERFORM VARYING WRK-ATU-IDX FROM 1 BY 1
                   UNTIL WRK-ATU-IDX > WRK-ATU-QTD
               PERFORM 0400-PROCURA-ANTERIOR
               IF WRK-POS-ANT = 0
                   ADD 1 TO WRK-QTD-NOVOS
                   MOVE WRK-ATU-LIQUIDO(WRK-ATU-IDX) TO WRK-ED-DEPOIS
                   MOVE SPACES TO RW-LINHA
                   STRING '  ' WRK-ATU-CPF(WRK-ATU-IDX) ' '
                          WRK-ATU-NOME(WRK-ATU-IDX)
                          ' LIQUIDO ' WRK-ED-DEPOIS
                       DELIMITED BY SIZE INTO RW-LINHA
                   END-STRING
                   WRITE RW-LINHA
               END-IF
           END-PERFORM.

           PERFORM 0390-LINHA-TRACOS.
           MOVE 'FUNCIONARIOS AUSENTES (TINHAM FOLHA NA ANTERIOR)'
               TO RW-LINHA.
           WRITE RW-LINHA.
           PERFORM VARYING WRK-ANT-IDX FROM 1 BY 1
                   UNTIL WRK-ANT-IDX > WRK-ANT-QTD
               IF WRK-ANT-ACHOU(WRK-ANT-IDX) = 'N'
                   ADD 1 TO WRK-QTD-AUSENTES
                   MOVE WRK-ANT-LIQUIDO(WRK-ANT-IDX) TO WRK-ED-ANTES
                   MOVE SPACES TO RW-LINHA
                   STRING '  ' WRK-ANT-CPF(WRK-ANT-IDX) ' '
                          WRK-ANT-NOME(WRK-ANT-IDX)
                          ' LIQUIDO ANTERIOR ' WRK-ED-ANTES
                       DELIMITED BY SIZE INTO RW-LINHA
                   END-STRING
                   WRITE RW-LINHA
               END-IF
           END-PERFORM.

           PERFORM 0390-LINHA-TRACOS.
           MOVE SPACES TO RW-LINHA.
           STRING 'VARIACAO DE BRUTO OU LIQUIDO ACIMA DO LIMITE '
                  '(ANTERIOR -> ATUAL, VARIACAO %)'
               DELIMITED BY SIZE INTO RW-LINHA
           END-STRING.
           WRITE RW-LINHA.
           PERFORM VARYING WRK-ATU-IDX FROM 1 BY 1
                   UNTIL WRK-ATU-IDX > WRK-ATU-QTD
               IF WRK-ATU-ACHOU(WRK-ATU-IDX) = 'S'
                   PERFORM 0400-PROCURA-ANTERIOR
                   PERFORM 0450-CONFERE-VARIACAO
               END-IF
           END-PERFORM.

           PERFORM 0390-LINHA-TRACOS.
           MOVE 'HORA EXTRA ACIMA DO LIMITE (VALOR DA HORA EXTRA)'
               TO RW-LINHA.
           WRITE RW-LINHA.
           PERFORM VARYING WRK-ATU-IDX FROM 1 BY 1
                   UNTIL WRK-ATU-IDX > WRK-ATU-QTD
               PERFORM 0500-CONFERE-HORA-EXTRA
           END-PERFORM.

           PERFORM 0390-LINHA-TRACOS.
           MOVE 'LIQUIDO ZERO OU NEGATIVO' TO RW-LINHA.
           WRITE RW-LINHA.
           PERFORM VARYING WRK-ATU-IDX FROM 1 BY 1
                   UNTIL WRK-ATU-IDX > WRK-ATU-QTD
               PERFORM 0550-CONFERE-LIQUIDO
           END-PERFORM.

           COMPUTE WRK-EXCECOES = WRK-QTD-NOVOS + WRK-QTD-AUSENTES
               + WRK-QTD-VARIACOES + WRK-QTD-EXTRAS + WRK-QTD-LIQ-ZERO.

           PERFORM 0390-LINHA-TRACOS.
           MOVE WRK-TOT-CREDITOS TO WRK-ED-TOTAL.
           MOVE SPACES TO RW-LINHA.
           STRING 'FOLHAS: ' WRK-ATU-QTD
                  '  CREDITOS A REMETER: ' WRK-QTDE-CREDITOS
                  '  TOTAL: ' WRK-ED-TOTAL
                  '  EXCECOES: ' WRK-EXCECOES
               DELIMITED BY SIZE INTO RW-LINHA
           END-STRING.
           WRITE RW-LINHA.

           CLOSE REVIEW-REPORT-FILE.

      ******************************************************************
      * 0390-LINHA-TRACOS - SEPARADOR DO RELATORIO.
      ******************************************************************
       0390-LINHA-TRACOS SECTION.
           MOVE SPACES TO RW-LINHA.
           STRING '----------------------------------------------------'
                  '----------------------------------------'
               DELIMITED BY SIZE INTO RW-LINHA
           END-STRING.
           WRITE RW-LINHA.
           MOVE SPACES TO RW-LINHA.

      ******************************************************************
      * 0400-PROCURA-ANTERIOR - POSICAO DO CPF DA LINHA WRK-ATU-IDX NA
      * FOLHA ANTERIOR (ZERO = NAO TINHA); MARCA OS DOIS LADOS COMO
      * ENCONTRADOS.
      ******************************************************************
       0400-PROCURA-ANTERIOR SECTION.
           MOVE 0 TO WRK-POS-ANT.
           PERFORM VARYING WRK-ANT-IDX FROM 1 BY 1
                   UNTIL WRK-ANT-IDX > WRK-ANT-QTD OR WRK-POS-ANT > 0
               IF WRK-ANT-CPF(WRK-ANT-IDX) = WRK-ATU-CPF(WRK-ATU-IDX)
                   MOVE WRK-ANT-IDX TO WRK-POS-ANT
               END-IF
           END-PERFORM.
           IF WRK-POS-ANT > 0
               MOVE 'S' TO WRK-ANT-ACHOU(WRK-POS-ANT)
               MOVE 'S' TO WRK-ATU-ACHOU(WRK-ATU-IDX)
           END-IF.

      ******************************************************************
      * 0450-CONFERE-VARIACAO - VARIACAO PERCENTUAL DO BRUTO E DO
      * LIQUIDO (PARA MAIS OU PARA MENOS) SOBRE A COMPETENCIA ANTERIOR;
      * SAI NO RELATORIO QUANDO QUALQUER UMA PASSA DO LIMITE. ANTERIOR
      * ZERADO CONTRA ATUAL COM VALOR CONTA COMO 999%.
      ******************************************************************
       0450-CONFERE-VARIACAO SECTION.
           IF WRK-ANT-BRUTO(WRK-POS-ANT) > WRK-ATU-BRUTO(WRK-ATU-IDX)
               COMPUTE WRK-DIFERENCA = WRK-ANT-BRUTO(WRK-POS-ANT)
                   - WRK-ATU-BRUTO(WRK-ATU-IDX)
           ELSE
               COMPUTE WRK-DIFERENCA = WRK-ATU-BRUTO(WRK-ATU-IDX)
                   - WRK-ANT-BRUTO(WRK-POS-ANT)
           END-IF.
           IF WRK-ANT-BRUTO(WRK-POS-ANT) = 0
               IF WRK-DIFERENCA > 0
                   MOVE 999 TO WRK-PERC-BRUTO
               ELSE
                   MOVE 0 TO WRK-PERC-BRUTO
               END-IF
           ELSE
               COMPUTE WRK-PERC-BRUTO ROUNDED = WRK-DIFERENCA * 100
                   / WRK-ANT-BRUTO(WRK-POS-ANT)
                   ON SIZE ERROR
                       MOVE 999 TO WRK-PERC-BRUTO
               END-COMPUTE
           END-IF.

           IF WRK-ANT-LIQUIDO(WRK-POS-ANT)
                   > WRK-ATU-LIQUIDO(WRK-ATU-IDX)
               COMPUTE WRK-DIFERENCA = WRK-ANT-LIQUIDO(WRK-POS-ANT)
                   - WRK-ATU-LIQUIDO(WRK-ATU-IDX)
           ELSE
               COMPUTE WRK-DIFERENCA = WRK-ATU-LIQUIDO(WRK-ATU-IDX)
                   - WRK-ANT-LIQUIDO(WRK-POS-ANT)
           END-IF.
           IF WRK-ANT-LIQUIDO(WRK-POS-ANT) = 0
               IF WRK-DIFERENCA > 0
                   MOVE 999 TO WRK-PERC-LIQUIDO
               ELSE
                   MOVE 0 TO WRK-PERC-LIQUIDO
               END-IF
           ELSE
               COMPUTE WRK-PERC-LIQUIDO ROUNDED = WRK-DIFERENCA * 100
                   / WRK-ANT-LIQUIDO(WRK-POS-ANT)
                   ON SIZE ERROR
                       MOVE 999 TO WRK-PERC-LIQUIDO
               END-COMPUTE
           END-IF.

           IF WRK-PERC-BRUTO > WRK-PERC-VARIACAO
               ADD 1 TO WRK-QTD-VARIACOES
               MOVE WRK-ANT-BRUTO(WRK-POS-ANT) TO WRK-ED-ANTES
               MOVE WRK-ATU-BRUTO(WRK-ATU-IDX) TO WRK-ED-DEPOIS
               MOVE WRK-PERC-BRUTO TO WRK-ED-PERC
               MOVE SPACES TO RW-LINHA
               STRING '  ' WRK-ATU-CPF(WRK-ATU-IDX) ' '
                      WRK-ATU-NOME(WRK-ATU-IDX) ' BRUTO   '
                      WRK-ED-ANTES ' -> ' WRK-ED-DEPOIS ' '
                      WRK-ED-PERC '%'
                   DELIMITED BY SIZE INTO RW-LINHA
               END-STRING
               WRITE RW-LINHA
           END-IF.

           IF WRK-PERC-LIQUIDO > WRK-PERC-VARIACAO
               ADD 1 TO WRK-QTD-VARIACOES
               MOVE WRK-ANT-LIQUIDO(WRK-POS-ANT) TO WRK-ED-ANTES
               MOVE WRK-ATU-LIQUIDO(WRK-ATU-IDX) TO WRK-ED-DEPOIS
               MOVE WRK-PERC-LIQUIDO TO WRK-ED-PERC
               MOVE SPACES TO RW-LINHA
               STRING '  ' WRK-ATU-CPF(WRK-ATU-IDX) ' '
                      WRK-ATU-NOME(WRK-ATU-IDX) ' LIQUIDO '
                      WRK-ED-ANTES ' -> ' WRK-ED-DEPOIS ' '
                      WRK-ED-PERC '%'
                   DELIMITED BY SIZE INTO RW-LINHA
               END-STRING
               WRITE RW-LINHA
           END-IF.

      ******************************************************************
      * 0500-CONFERE-HORA-EXTRA - HORA EXTRA DA COMPETENCIA ACIMA DO
      * LIMITE PERCENTUAL SOBRE O SALARIO DO MES (BRUTO SEM A HORA
      * EXTRA E O ADICIONAL NOTURNO).
      ******************************************************************
       0500-CONFERE-HORA-EXTRA SECTION.
           IF WRK-ATU-EXTRA(WRK-ATU-IDX) = 0
               GO TO 0500-EXIT
           END-IF.

           IF WRK-ATU-BRUTO(WRK-ATU-IDX) > WRK-ATU-EXTRA(WRK-ATU-IDX)
                   + WRK-ATU-NOTURNO(WRK-ATU-IDX)
               COMPUTE WRK-BASE-EXTRA = WRK-ATU-BRUTO(WRK-ATU-IDX)
                   - WRK-ATU-EXTRA(WRK-ATU-IDX)
                   - WRK-ATU-NOTURNO(WRK-ATU-IDX)
           ELSE
               MOVE 0 TO WRK-BASE-EXTRA
           END-IF.
           COMPUTE WRK-LIMITE-EXTRA ROUNDED =
               WRK-BASE-EXTRA * WRK-PERC-HORA-EXTRA / 100.

           IF WRK-ATU-EXTRA(WRK-ATU-IDX) <= WRK-LIMITE-EXTRA
               GO TO 0500-EXIT
           END-IF.

           ADD 1 TO WRK-QTD-EXTRAS.
           MOVE WRK-BASE-EXTRA             TO WRK-ED-ANTES.
           MOVE WRK-ATU-EXTRA(WRK-ATU-IDX) TO WRK-ED-DEPOIS.
           MOVE SPACES TO RW-LINHA.
           STRING '  ' WRK-ATU-CPF(WRK-ATU-IDX) ' '
                  WRK-ATU-NOME(WRK-ATU-IDX) ' SALARIO '
                  WRK-ED-ANTES ' HORA EXTRA ' WRK-ED-DEPOIS
               DELIMITED BY SIZE INTO RW-LINHA
           END-STRING.
           WRITE RW-LINHA.
       0500-EXIT.
           EXIT.

      ******************************************************************
      * 0550-CONFERE-LIQUIDO - LIQUIDO ZERADO, OU MAIOR QUE O BRUTO MAIS
      * O REEMBOLSO (CALCULO NEGATIVO QUE PERDEU O SINAL).
      ******************************************************************
       0550-CONFERE-LIQUIDO SECTION.
           MOVE SPACES TO RW-LINHA.
           MOVE WRK-ATU-LIQUIDO(WRK-ATU-IDX) TO WRK-ED-DEPOIS.

           IF WRK-ATU-LIQUIDO(WRK-ATU-IDX) = 0
               STRING '  ' WRK-ATU-CPF(WRK-ATU-IDX) ' '
                      WRK-ATU-NOME(WRK-ATU-IDX) ' LIQUIDO ZERADO'
                   DELIMITED BY SIZE INTO RW-LINHA
               END-STRING
           ELSE
               IF WRK-ATU-LIQUIDO(WRK-ATU-IDX) >
                       WRK-ATU-BRUTO(WRK-ATU-IDX)
                       + WRK-ATU-REEMB(WRK-ATU-IDX)
                   STRING '  ' WRK-ATU-CPF(WRK-ATU-IDX) ' '
                          WRK-ATU-NOME(WRK-ATU-IDX)
                          ' LIQUIDO NEGATIVO (-' WRK-ED-DEPOIS
                          ') - DESCONTOS MAIORES QUE O BRUTO'
                       DELIMITED BY SIZE INTO RW-LINHA
                   END-STRING
               END-IF
           END-IF.

           IF RW-LINHA NOT = SPACES
               ADD 1 TO WRK-QTD-LIQ-ZERO
               WRITE RW-LINHA
           END-IF.

      ******************************************************************
      * 0700-ASSINA-REVISAO - SUPERVISOR (NIVEL 01 OU 03) ASSINA A
      * REVISAO E LIBERA A REMESSA: GRAVA A LINHA NO PAYREVIEWCTL COM
      * O OPERADOR, A QUANTIDADE E O TOTAL DOS CREDITOS.
      ******************************************************************
       0700-ASSINA-REVISAO SECTION.
           IF WRK-NIVEL NOT = 01 AND WRK-NIVEL NOT = 03
               DISPLAY 'REVISAO IMPRESSA - ASSINATURA SO PARA '
                       'SUPERVISOR (NIVEL 01 OU 03)'
               GO TO 0700-EXIT
           END-IF.

           IF WRK-EXCECOES > 0
               DISPLAY 'ATENCAO: ' WRK-EXCECOES ' EXCECAO(OES) NO '
                       'PAYREVIEWRPT - CONFIRA ANTES DE ASSINAR'
           END-IF.
           DISPLAY 'ASSINA A REVISAO E LIBERA A REMESSA (S/N)? '.
           ACCEPT WRK-RESPOSTA.
           IF WRK-RESPOSTA NOT = 'S'
               DISPLAY 'REVISAO NAO ASSINADA - REMESSA CONTINUA '
                       'BLOQUEADA'
               GO TO 0700-EXIT
           END-IF.

           ACCEPT WRK-HORA FROM TIME.

           OPEN EXTEND REVIEW-CONTROL-FILE.
           IF WRK-CTL-STATUS NOT = '00'
               OPEN OUTPUT REVIEW-CONTROL-FILE
           END-IF.

           MOVE WRK-COMPETENCIA   TO RS-COMPETENCIA.
           MOVE WRK-USER          TO RS-OPERADOR.
           MOVE WRK-HOJE          TO RS-DATA.
           MOVE WRK-HORA(1:6)     TO RS-HORA.
           MOVE WRK-QTDE-CREDITOS TO RS-QTDE-CREDITOS.
           MOVE WRK-TOT-CREDITOS  TO RS-TOT-CREDITOS.
           MOVE WRK-EXCECOES      TO RS-EXCECOES.
           WRITE RS-REGISTRO.

           CLOSE REVIEW-CONTROL-FILE.

           DISPLAY 'REVISAO ASSINADA POR ' WRK-USER
                   ' - REMESSA LIBERADA NO PROGCOB099'.
       0700-EXIT.
           EXIT.

       END PROGRAM PROGCOB168.
