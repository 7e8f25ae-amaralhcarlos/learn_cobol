      *              TEM VISITA ABERTA HOJE, O QUIOSQUE REGISTRA O
      *              CHECKOUT EM VEZ DE ABRIR OUTRA VISITA. E O QUE
      *              ALIMENTA A CHAMADA DE EVACUACAO DO PROGCOB111.
      * 15/10/2026 - O CHECK-IN DO FUNCIONARIO CADASTRADO PASSOU A
      *              AVISAR CADA CERTIFICADO OBRIGATORIO VENCIDO
      *              (CATALOGO TRAINCAT, CONCLUSOES DO PROGCOB166,
      *              CONSULTA PELO TRNGUTIL), SEM IMPEDIR A BATIDA.
      * 15/10/2026 - A ENTRADA DO VISITANTE PASSOU A SER CONFERIDA: CPF
      *              NA LISTA DE RESTRICAO (WATCHLIST) E RECUSADO COM
      *              AVISO CRITICO NA NOTIFYOUTBOX; VISITANTE AGENDADO
      *              PARA HOJE NO VISITPREREG (PROGCOB186) ENTRA COM O
      *              NOME, A EMPRESA E O ANFITRIAO DO AGENDAMENTO; O NAO
      *              ESPERADO SO ENTRA COM A APROVACAO DA RECEPCAO, QUE
      *              FICA GRAVADA NO VISITPREREG COM O CPF DE QUEM
      *              APROVOU. O ESPERADO X CHEGOU SAI NO PROGCOB187.
      * 15/10/2026 - A LISTA DE RESTRICAO PASSOU A SER CONFERIDA PARA
      *              TODO CPF FORA DO CADASTRO, ANTES DA PERGUNTA
      *              VISITANTE/FUNCIONARIO (QUEM RESPONDIA 'N' ENTRAVA
      *              COMO FUNCIONARIO NOVO). NA APROVACAO DA RECEPCAO O
      *              ANFITRIAO E INFORMADO PELO CPF, CONFERIDO NO
      *              EMPLOYEEMASTER E GRAVADO NO VISITPREREG.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-VISITA-STATUS.

           SELECT VISIT-PREREG-FILE ASSIGN TO 'VISITPREREG'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-AGENDA-STATUS.

           SELECT WATCHLIST-FILE ASSIGN TO 'WATCHLIST'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-RESTR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER-FILE.
           02  VL-ANFITRIAO    PIC X(40).
           02  VL-HORA-SAIDA   PIC 9(06).

       FD  VISIT-PREREG-FILE.
           COPY 'VISITPREREG-REC.cob'.

       FD  WATCHLIST-FILE.
           COPY 'WATCHLIST-REC.cob'.

       WORKING-STORAGE SECTION.
           COPY 'MCTLUTIL-PARM.cob'.
           COPY 'TRNGUTIL-PARM.cob'.
           COPY 'NTFYUTIL-PARM.cob'.
       77 WRK-NOME        PIC X(40)           VALUE SPACES.
       77 WRK-CADASTROU   PIC X(01)           VALUE 'N'.
       77 WRK-CPF         PIC 9(11)           VALUE ZEROES.
           02 WRK-HORA-MM  PIC 9(02)          VALUE ZEROES.
           02 WRK-HORA-SS  PIC 9(02)          VALUE ZEROES.
           02 WRK-HORA-CC  PIC 9(02)          VALUE ZEROES.
       77 WRK-TRN-IDX     PIC 9(02)           VALUE ZEROES.
       77 WRK-AGENDA-STATUS PIC X(02)         VALUE SPACES.
       77 WRK-RESTR-STATUS PIC X(02)          VALUE SPACES.
       77 WRK-AGENDA-EOF  PIC X(01)           VALUE 'N'.
           88 AGENDA-ACABOU                   VALUE 'S'.
       77 WRK-RESTRITO    PIC X(01)           VALUE 'N'.
           88 CPF-RESTRITO                    VALUE 'S'.
       77 WRK-AGENDADO    PIC X(01)           VALUE 'N'.
           88 VISITA-ESPERADA                 VALUE 'S'.
       77 WRK-APROVADO    PIC X(01)           VALUE 'N'.
           88 ENTRADA-APROVADA                VALUE 'S'.
       77 WRK-ANFITRIAO-CPF PIC 9(11)         VALUE ZEROES.
       77 WRK-RECEPCAO-CPF PIC 9(11)          VALUE ZEROES.

       PROCEDURE DIVISION.
           DISPLAY "TYPE YOUR CPF (DIGITS ONLY): "
           ACCEPT WRK-CPF FROM CONSOLE.

           PERFORM 0100-CONSULTA-CADASTRO.
           IF NOT E-VISITANTE AND NOT CPF-RESTRITO
               PERFORM 0200-REGISTRA-PONTO
           END-IF.
           STOP RUN.
      ******************************************************************
      * 0100-CONSULTA-CADASTRO - BUSCA O CPF DIGITADO NO CADASTRO
      * COMPARTILHADO. SE JA EXISTE, CUMPRIMENTA PELO NOME GRAVADO. SE
      * NAO EXISTE, CONFERE A LISTA DE RESTRICAO (CPF RESTRITO NAO
      * ENTRA NEM COMO VISITANTE NEM COMO FUNCIONARIO NOVO) E SO
      * DEPOIS PERGUNTA O NOME E CRIA O REGISTRO.
      ******************************************************************
       0100-CONSULTA-CADASTRO SECTION.
           OPEN I-O EMPLOYEE-MASTER-FILE.
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   DISPLAY "UNRECOGNIZED CPF"
                   PERFORM 0330-CONFERE-RESTRICAO
                   IF CPF-RESTRITO
                       DISPLAY "ENTRY NOT ALLOWED - PLEASE WAIT FOR "
                               "RECEPTION"
                   ELSE
                       DISPLAY "VISITOR OR CONTRACTOR (S/N)? "
                       ACCEPT WRK-E-VISITANTE
                       IF E-VISITANTE
                           PERFORM 0300-REGISTRA-VISITANTE
                       ELSE
                           DISPLAY "CHECK-IN AS NEW EMPLOYEE"
                           DISPLAY "TYPE YOUR NAME: "
                           ACCEPT WRK-NOME FROM CONSOLE
                           DISPLAY "DEPARTMENT: "
                           ACCEPT EM-DEPARTAMENTO
                           DISPLAY "ROLE: "
                           ACCEPT EM-CARGO
                           ACCEPT EM-DATA-ADMISSAO FROM DATE YYYYMMDD
                           MOVE WRK-CPF  TO EM-CPF
                           MOVE WRK-NOME TO EM-NOME
                           MOVE 0        TO EM-SALARY
                           MOVE 'A'      TO EM-STATUS
                           MOVE ZEROES   TO EM-DATA-DESLIG
                           WRITE EM-REGISTRO
                           MOVE 'S' TO WRK-CADASTROU
                           DISPLAY "WELCOME " WRK-NOME
                       END-IF
                   END-IF
               NOT INVALID KEY
                   MOVE EM-NOME TO WRK-NOME
                   DISPLAY "WELCOME BACK " WRK-NOME
                   DISPLAY "ROLE: " EM-CARGO " DEPT: " EM-DEPARTAMENTO
                   PERFORM 0150-AVISA-TREINAMENTOS
           END-READ.

           CLOSE EMPLOYEE-MASTER-FILE.
               CALL 'MCTLUTIL' USING MC-PARM
           END-IF.

      ******************************************************************
      * 0150-AVISA-TREINAMENTOS - PERGUNTA AO TRNGUTIL PELOS CURSOS
      * OBRIGATORIOS DO CARGO/DEPARTAMENTO DO FUNCIONARIO E AVISA NA
      * TELA CADA CERTIFICADO JA VENCIDO (NR-11, NR-35, CNH...). O
      * AVISO NAO IMPEDE A BATIDA DO PONTO.
      ******************************************************************
       0150-AVISA-TREINAMENTOS SECTION.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.

           MOVE 'S'                  TO TG-FUNCAO.
           MOVE EM-CPF               TO TG-CPF.
           MOVE EM-CARGO             TO TG-CARGO.
           MOVE EM-DEPARTAMENTO(1:4) TO TG-DEPTO.
           MOVE WRK-HOJE             TO TG-DATA.
           MOVE ZEROES               TO TG-DIAS.
           CALL 'TRNGUTIL' USING TG-PARM.

           IF TG-RETORNO NOT = 'S'
               GO TO 0150-EXIT
           END-IF.

           PERFORM VARYING WRK-TRN-IDX FROM 1 BY 1
                   UNTIL WRK-TRN-IDX > TG-QTDE
               IF TG-VENCIDO(WRK-TRN-IDX)
                   DISPLAY "ATENCAO: CERTIFICADO VENCIDO - "
                           TG-DESCRICAO(WRK-TRN-IDX) " (VALIDADE "
                           TG-VALIDADE(WRK-TRN-IDX) ")"
               END-IF
           END-PERFORM.
           DISPLAY "PROCURE O RH PARA A RECICLAGEM".
       0150-EXIT.
           EXIT.

      ******************************************************************
      * 0200-REGISTRA-PONTO - PERGUNTA O SENTIDO DA BATIDA (ENTRADA OU
      * SAIDA) E GRAVA O EVENTO NO ARQUIVO TIMECLOCK COM CPF, DATA E
           DISPLAY "PONTO REGISTRADO".

      ******************************************************************
      * 0300-REGISTRA-VISITANTE - CAMINHO DO VISITANTE (A LISTA DE
      * RESTRICAO JA FOI CONFERIDA NO 0100): PEGA NOME, EMPRESA E
      * ANFITRIAO DO AGENDAMENTO (OU PEDE NA HORA E EXIGE A APROVACAO
      * DA RECEPCAO), GRAVA A VISITA NO VISITORLOG COM DATA E HORA E
      * IMPRIME O CRACHA DE VISITANTE (MESMA MOLDURA DO CRACHA DO
      * PROGCOB005), SEM TOCAR O EMPLOYEEMASTER.
      ******************************************************************
       0300-REGISTRA-VISITANTE SECTION.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
               END-IF
           END-IF.

           PERFORM 0340-PROCURA-AGENDAMENTO.
           IF VISITA-ESPERADA
               DISPLAY "EXPECTED VISITOR - WELCOME " WRK-NOME
           ELSE
               DISPLAY "VISITOR NOT EXPECTED TODAY - RECEPTION MUST "
                       "APPROVE THE ENTRY"
               DISPLAY "VISITOR NAME: "
               ACCEPT WRK-NOME
               DISPLAY "COMPANY: "
               ACCEPT WRK-EMPRESA
               PERFORM 0350-APROVACAO-RECEPCAO
               IF NOT ENTRADA-APROVADA
                   DISPLAY "ENTRY NOT APPROVED"
                   GO TO 0300-EXIT
               END-IF
           END-IF.

           OPEN EXTEND VISITOR-LOG-FILE.
           IF WRK-VISITA-STATUS NOT = '00'
           DISPLAY 'NAME:       ' WRK-NOME.
           DISPLAY 'COMPANY:    ' WRK-EMPRESA.
           DISPLAY 'HOST:       ' WRK-ANFITRIAO.
           IF VISITA-ESPERADA
               DISPLAY 'ACCESS:     PRE-REGISTERED'
           ELSE
               DISPLAY 'ACCESS:     APPROVED AT RECEPTION'
           END-IF.
           DISPLAY 'DATE:       ' WRK-HOJE-DIA '/' WRK-HOJE-MES '/'
                   WRK-HOJE-ANO.
           DISPLAY '===================================='.

           DISPLAY "VISITOR CHECKOUT REGISTERED FOR " WRK-NOME.

      ******************************************************************
      * 0330-CONFERE-RESTRICAO - O CPF ESTA NA LISTA DE RESTRICAO
      * (WATCHLIST, MANTIDA NO PROGCOB186)? SE ESTA, A ENTRADA E
      * RECUSADA E A OPERACAO RECEBE UM AVISO CRITICO - O VISITANTE SO
      * VE QUE DEVE AGUARDAR A RECEPCAO.
      ******************************************************************
       0330-CONFERE-RESTRICAO SECTION.
           MOVE 'N' TO WRK-RESTRITO.
           MOVE 'N' TO WRK-AGENDA-EOF.
           OPEN INPUT WATCHLIST-FILE.
           IF WRK-RESTR-STATUS NOT = '00'
               GO TO 0330-EXIT
           END-IF.

           PERFORM UNTIL AGENDA-ACABOU OR CPF-RESTRITO
               READ WATCHLIST-FILE
                   AT END
                       MOVE 'S' TO WRK-AGENDA-EOF
                   NOT AT END
                       IF WL-CPF = WRK-CPF AND RESTRICAO-ATIVA
                           MOVE 'S' TO WRK-RESTRITO
                           MOVE WL-NOME TO WRK-NOME
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE WATCHLIST-FILE.

           IF CPF-RESTRITO
               MOVE 'C' TO NT-SEVERIDADE
               MOVE 'PROGCOB002' TO NT-ORIGEM
               MOVE 'OPERACAO' TO NT-PAPEL
               MOVE SPACES TO NT-MENSAGEM
               STRING 'PORTARIA: CPF ' WRK-CPF ' DA LISTA DE '
                      'RESTRICAO TENTOU ENTRAR ('
                      WRK-NOME DELIMITED BY '  '
                      ')' DELIMITED BY SIZE
                   INTO NT-MENSAGEM
               END-STRING
               CALL 'NTFYUTIL' USING NT-PARM
           END-IF.
       0330-EXIT.
           EXIT.

      ******************************************************************
      * 0340-PROCURA-AGENDAMENTO - VISITA AUTORIZADA PARA HOJE NO
      * VISITPREREG (AGENDADA OU JA APROVADA PELA RECEPCAO NUMA ENTRADA
      * ANTERIOR DO DIA). ACHANDO, O NOME E A EMPRESA SAO OS DO
      * AGENDAMENTO E O ANFITRIAO SAI DO EMPLOYEEMASTER PELO CPF.
      ******************************************************************
       0340-PROCURA-AGENDAMENTO SECTION.
           MOVE 'N' TO WRK-AGENDADO.
           MOVE 'N' TO WRK-AGENDA-EOF.
           OPEN INPUT VISIT-PREREG-FILE.
           IF WRK-AGENDA-STATUS NOT = '00'
               GO TO 0340-EXIT
           END-IF.

           PERFORM UNTIL AGENDA-ACABOU OR VISITA-ESPERADA
               READ VISIT-PREREG-FILE
                   AT END
                       MOVE 'S' TO WRK-AGENDA-EOF
                   NOT AT END
                       IF VP-CPF = WRK-CPF AND VP-DATA = WRK-HOJE
                           AND VISITA-VALIDA
                           MOVE 'S' TO WRK-AGENDADO
                           MOVE VP-NOME    TO WRK-NOME
                           MOVE VP-EMPRESA TO WRK-EMPRESA
                           MOVE VP-ANFITRIAO-CPF TO WRK-ANFITRIAO-CPF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE VISIT-PREREG-FILE.

           IF NOT VISITA-ESPERADA
               GO TO 0340-EXIT
           END-IF.

           MOVE SPACES TO WRK-ANFITRIAO.
           IF WRK-ANFITRIAO-CPF NOT = ZEROES
               MOVE WRK-ANFITRIAO-CPF TO EM-CPF
               READ EMPLOYEE-MASTER-FILE
                   INVALID KEY
                       MOVE WRK-ANFITRIAO-CPF TO WRK-ANFITRIAO
                   NOT INVALID KEY
                       MOVE EM-NOME TO WRK-ANFITRIAO
               END-READ
           END-IF.
           IF WRK-ANFITRIAO = SPACES
               DISPLAY "HOST EMPLOYEE: "
               ACCEPT WRK-ANFITRIAO
           END-IF.
       0340-EXIT.
           EXIT.

      ******************************************************************
      * 0350-APROVACAO-RECEPCAO - O VISITANTE NAO ESPERADO SO ENTRA COM
      * A APROVACAO DE UM FUNCIONARIO ATIVO DA RECEPCAO, IDENTIFICADO
      * PELO CPF. O ANFITRIAO TAMBEM E INFORMADO PELO CPF E TEM DE SER
      * FUNCIONARIO ATIVO NO EMPLOYEEMASTER, COMO NO AGENDAMENTO DO
      * PROGCOB186. A APROVACAO FICA NO VISITPREREG (ORIGEM 'R') COM O
      * CPF DO ANFITRIAO E VALE PARA AS DEMAIS ENTRADAS DO DIA.
      ******************************************************************
       0350-APROVACAO-RECEPCAO SECTION.
           MOVE 'N' TO WRK-APROVADO.
           MOVE SPACES TO WRK-ANFITRIAO.
           DISPLAY "HOST EMPLOYEE CPF: ".
           ACCEPT WRK-ANFITRIAO-CPF.
           IF WRK-ANFITRIAO-CPF = WRK-CPF
               DISPLAY "VISITOR CANNOT BE THE OWN HOST"
               GO TO 0350-EXIT
           END-IF.

           MOVE WRK-ANFITRIAO-CPF TO EM-CPF.
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   DISPLAY "HOST EMPLOYEE NOT FOUND"
                   GO TO 0350-EXIT
           END-READ.
           IF FUNCIONARIO-DESLIGADO
               DISPLAY "HOST EMPLOYEE NOT ACTIVE"
               GO TO 0350-EXIT
           END-IF.
           MOVE EM-NOME TO WRK-ANFITRIAO.
           DISPLAY "HOST: " WRK-ANFITRIAO.

           DISPLAY "RECEPTIONIST CPF (APPROVER): ".
           ACCEPT WRK-RECEPCAO-CPF.
           IF WRK-RECEPCAO-CPF = WRK-CPF
               DISPLAY "VISITOR CANNOT APPROVE THE OWN ENTRY"
               GO TO 0350-EXIT
           END-IF.

           MOVE WRK-RECEPCAO-CPF TO EM-CPF.
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   DISPLAY "RECEPTIONIST NOT FOUND"
                   GO TO 0350-EXIT
           END-READ.
           IF FUNCIONARIO-DESLIGADO
               DISPLAY "RECEPTIONIST NOT ACTIVE"
               GO TO 0350-EXIT
           END-IF.

           DISPLAY "APPROVE ENTRY OF " WRK-NOME " (S/N)? ".
           ACCEPT WRK-APROVADO.
           IF NOT ENTRADA-APROVADA
               GO TO 0350-EXIT
           END-IF.

           OPEN EXTEND VISIT-PREREG-FILE.
           IF WRK-AGENDA-STATUS NOT = '00'
               OPEN OUTPUT VISIT-PREREG-FILE
           END-IF.

           MOVE WRK-HOJE         TO VP-DATA.
           MOVE WRK-CPF          TO VP-CPF.
           MOVE WRK-NOME         TO VP-NOME.
           MOVE WRK-EMPRESA      TO VP-EMPRESA.
           MOVE WRK-ANFITRIAO-CPF TO VP-ANFITRIAO-CPF.
           MOVE 'R'              TO VP-ORIGEM.
           MOVE WRK-RECEPCAO-CPF TO VP-AUTORIZADOR.
           MOVE 'E'              TO VP-SITUACAO.
           WRITE VP-REGISTRO.

           CLOSE VISIT-PREREG-FILE.
       0350-EXIT.
           EXIT.

       END PROGRAM PROGCOB002.
