       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB185.
      ******************************************************************
      *AUTHOR: CARLOS AMARAL
      *DATE: 15/10/2026
      *PURPOSE: RECUPERACAO. ABRE A SESSAO DE RECUPERACAO DA
      *         DISCIPLINA NO PERIODO (RECUPSESS), COM A REGRA DA NOTA
      *         FINAL (SUBSTITUI OU MEDIA COM A NOTA DO PERIODO) E O
      *         TETO; LISTA SO OS ALUNOS QUE O BOLETIM (PROGCOB011B)
      *         MANDA PARA A RECUPERACAO - NOTA DO PERIODO NO GRADEHIST
      *         DE 5,0 ATE 6,9 E FREQUENCIA DA DISCIPLINA NO
      *         CLASSSESSIONS NAO ABAIXO DE 75%; LANCA A NOTA DA PROVA,
      *         CALCULA A FINAL E O RESULTADO (APROVADO COM FINAL 7,0
      *         OU MAIS) E ATUALIZA O GRADEHIST, DE ONDE O HISTORICO
      *         ESCOLAR (PROGCOB062) MOSTRA A NOTA ORIGINAL E A DA
      *         RECUPERACAO. A LISTA DA SESSAO SAI NO RECUPLISTRPT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRADE-HIST-FILE ASSIGN TO 'GRADEHIST'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-HIST-STATUS.

           SELECT RECUP-SESSION-FILE ASSIGN TO 'RECUPSESS'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-SESS-STATUS.

           SELECT CLASS-SESSION-FILE ASSIGN TO 'CLASSSESSIONS'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-AULA-STATUS.

           SELECT STUDENT-MASTER-FILE ASSIGN TO 'STUDENTMASTER'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-ALUNO-STATUS.

           SELECT SUBJECT-MASTER-FILE ASSIGN TO 'SUBJMASTER'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-DISC-STATUS.

           SELECT RECUP-LIST-FILE ASSIGN TO 'RECUPLISTRPT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GRADE-HIST-FILE.
           COPY 'GRADEHIST-REC.cob'.

       FD  RECUP-SESSION-FILE.
           COPY 'RECUPSESS-REC.cob'.

       FD  CLASS-SESSION-FILE.
           COPY 'CLASSSESS-REC.cob'.

       FD  STUDENT-MASTER-FILE.
           COPY 'STUDENTMASTER-REC.cob'.

       FD  SUBJECT-MASTER-FILE.
           COPY 'SUBJMASTER-REC.cob'.

       FD  RECUP-LIST-FILE.
       01  RL-LINHA                PIC X(100).

       WORKING-STORAGE SECTION.
       77  WRK-HIST-STATUS     PIC X(02)       VALUE SPACES.
       77  WRK-SESS-STATUS     PIC X(02)       VALUE SPACES.
       77  WRK-AULA-STATUS     PIC X(02)       VALUE SPACES.
       77  WRK-ALUNO-STATUS    PIC X(02)       VALUE SPACES.
       77  WRK-DISC-STATUS     PIC X(02)       VALUE SPACES.
       77  WRK-REPORT-STATUS   PIC X(02)       VALUE SPACES.
       77  WRK-EOF             PIC X(01)       VALUE 'N'.
           88  LEITURA-ACABOU                  VALUE 'S'.

       77  WRK-OPCAO           PIC 9(01)       VALUE ZEROES.
       77  WRK-MEXEU-HIST      PIC X(01)       VALUE 'N'.
       77  WRK-MEXEU-SESS      PIC X(01)       VALUE 'N'.
       77  WRK-HOJE            PIC 9(08)       VALUE ZEROES.

       77  WRK-ID              PIC X(10)       VALUE SPACES.
       77  WRK-DISCIPLINA      PIC X(10)       VALUE SPACES.
       77  WRK-TERMO           PIC X(06)       VALUE SPACES.
       77  WRK-REGRA           PIC X(01)       VALUE SPACES.
       77  WRK-TETO            PIC 9(02)V9     VALUE ZEROES.
       77  WRK-NOTA-REC        PIC 9(02)V9     VALUE ZEROES.
       77  WRK-NOTA-FINAL      PIC 9(02)V9     VALUE ZEROES.
       77  WRK-CONFIRMA        PIC X(01)       VALUE SPACES.

      ******************************************************************
      * MESMOS LIMITES DO BOLETIM (PROGCOB011B): MEDIA 7 APROVA, DE 5
      * ATE 6,9 VAI PARA A RECUPERACAO E FREQUENCIA ABAIXO DE 75%
      * REPROVA DIRETO. DEPOIS DA RECUPERACAO APROVA A FINAL 7,0 OU
      * MAIS.
      ******************************************************************
       77  WRK-MEDIA-APROVACAO PIC 9(02)V9     VALUE 7.
       77  WRK-MEDIA-RECUP     PIC 9(02)V9     VALUE 5.
       77  WRK-LIMITE-FREQ     PIC 9(03)       VALUE 75.

      ******************************************************************
      * HISTORICO DE NOTAS INTEIRO EM MEMORIA, REGRAVADO NA SAIDA
      * QUANDO ENTROU NOTA DE RECUPERACAO.
      ******************************************************************
       77  WRK-HIS-QTD         PIC 9(04)       VALUE ZEROES.
       77  WRK-HIS-IDX         PIC 9(04)       VALUE ZEROES.
       77  WRK-HIS-JDX         PIC 9(04)       VALUE ZEROES.
       77  WRK-HIS-POS         PIC 9(04)       VALUE ZEROES.
       01  WRK-TAB-HISTORICO.
           02  WRK-HIS-LINHA   OCCURS 5000 TIMES.
               03  WRK-HIS-ID          PIC X(10).
               03  WRK-HIS-TERMO       PIC X(06).
               03  WRK-HIS-DISCIPLINA  PIC X(10).
               03  WRK-HIS-GRADE       PIC 9(02)V9.
               03  WRK-HIS-REC-FEITA   PIC X(01).
               03  WRK-HIS-REC-NOTA    PIC 9(02)V9.
               03  WRK-HIS-REC-FINAL   PIC 9(02)V9.
               03  WRK-HIS-RESULTADO   PIC X(01).

      ******************************************************************
      * SESSOES DE RECUPERACAO (RECUPSESS).
      ******************************************************************
       77  WRK-SES-QTD         PIC 9(03)       VALUE ZEROES.
       77  WRK-SES-IDX         PIC 9(03)       VALUE ZEROES.
       77  WRK-SES-ACHOU       PIC X(01)       VALUE 'N'.
           88  SESSAO-EXISTE                   VALUE 'S'.
       01  WRK-TAB-SESSOES.
           02  WRK-SES-LINHA   OCCURS 500 TIMES.
               03  WRK-SES-DISCIPLINA  PIC X(10).
               03  WRK-SES-TERMO       PIC X(06).
               03  WRK-SES-ABERTURA    PIC 9(08).
               03  WRK-SES-FECHAMENTO  PIC 9(08).
               03  WRK-SES-SITUACAO    PIC X(01).
               03  WRK-SES-REGRA       PIC X(01).
               03  WRK-SES-TETO        PIC 9(02)V9.

      ******************************************************************
      * FREQUENCIA NA DISCIPLINA/PERIODO POR ALUNO (CLASSSESSIONS),
      * MESMA MECANICA DO PROGCOB011B.
      ******************************************************************
       77  WRK-FRQ-QTD         PIC 9(04)       VALUE ZEROES.
       77  WRK-FRQ-IDX         PIC 9(04)       VALUE ZEROES.
       77  WRK-FRQ-POS         PIC 9(04)       VALUE ZEROES.
       01  WRK-TAB-FREQ.
           02  WRK-FRQ-LINHA   OCCURS 2000 TIMES.
               03  WRK-FRQ-ID          PIC X(10).
               03  WRK-FRQ-AULAS       PIC 9(04).
               03  WRK-FRQ-PRESENCAS   PIC 9(04).
       77  WRK-PCT-FREQ        PIC 9(03)       VALUE ZEROES.
       77  WRK-TEM-FREQ        PIC X(01)       VALUE 'N'.
       01  WRK-FREQ-TEXTO      PIC X(04)       VALUE SPACES.

       77  WRK-ELEGIVEL        PIC X(01)       VALUE 'N'.
           88  ALUNO-EM-RECUPERACAO            VALUE 'S'.
       77  WRK-ULTIMA          PIC X(01)       VALUE 'S'.
       77  WRK-OFERTADA        PIC X(01)       VALUE 'N'.
       77  WRK-NOME-ALUNO      PIC X(40)       VALUE SPACES.

       77  WRK-QTDE-LISTA      PIC 9(04)       VALUE ZEROES.
       77  WRK-QTDE-APROV      PIC 9(04)       VALUE ZEROES.
       77  WRK-QTDE-REPROV     PIC 9(04)       VALUE ZEROES.
       77  WRK-QTDE-PEND       PIC 9(04)       VALUE ZEROES.

       77  WRK-GRADE-ED        PIC Z9,9.
       77  WRK-REC-ED          PIC Z9,9.
       77  WRK-FINAL-ED        PIC Z9,9.
       77  WRK-TETO-ED         PIC Z9,9.

       PROCEDURE DIVISION.

           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           PERFORM 0100-CARREGA-HISTORICO.
           PERFORM 0150-CARREGA-SESSOES.

           PERFORM 0200-EXECUTA-MENU UNTIL WRK-OPCAO = 9.

           IF WRK-MEXEU-HIST = 'S'
               PERFORM 0800-REGRAVA-HISTORICO
           END-IF.
           IF WRK-MEXEU-SESS = 'S'
               PERFORM 0850-REGRAVA-SESSOES
           END-IF.

           STOP RUN.

      ******************************************************************
      * 0100-CARREGA-HISTORICO - LE O GRADEHIST PARA A TABELA. LINHA
      * SEM O GRUPO DA RECUPERACAO ENTRA COMO SEM RECUPERACAO.
      ******************************************************************
       0100-CARREGA-HISTORICO SECTION.
           MOVE 'N' TO WRK-EOF.
           OPEN INPUT GRADE-HIST-FILE.
           IF WRK-HIST-STATUS NOT = '00'
               DISPLAY 'GRADEHIST NAO ENCONTRADO - SEM NOTAS DO PERIODO'
               GO TO 0100-EXIT
           END-IF.

           PERFORM UNTIL LEITURA-ACABOU
               MOVE SPACES TO GH-REGISTRO
               READ GRADE-HIST-FILE
                   AT END
                       MOVE 'S' TO WRK-EOF
                   NOT AT END
                       IF WRK-HIS-QTD < 5000
                           PERFORM 0120-GUARDA-NOTA
                       ELSE
                           DISPLAY 'TABELA CHEIA - GRADEHIST MAIOR QUE '
                                   '5000 LINHAS'
                           MOVE 'S' TO WRK-EOF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE GRADE-HIST-FILE.
       0100-EXIT.
           EXIT.

      ******************************************************************
      * 0120-GUARDA-NOTA - UMA LINHA DO GRADEHIST NA TABELA.
      ******************************************************************
       0120-GUARDA-NOTA SECTION.
           ADD 1 TO WRK-HIS-QTD.
           MOVE GH-ID         TO WRK-HIS-ID(WRK-HIS-QTD).
           MOVE GH-TERMO      TO WRK-HIS-TERMO(WRK-HIS-QTD).
           MOVE GH-DISCIPLINA TO WRK-HIS-DISCIPLINA(WRK-HIS-QTD).
           MOVE GH-GRADE      TO WRK-HIS-GRADE(WRK-HIS-QTD).
           IF COM-RECUPERACAO
               MOVE 'S'          TO WRK-HIS-REC-FEITA(WRK-HIS-QTD)
               MOVE GH-REC-NOTA  TO WRK-HIS-REC-NOTA(WRK-HIS-QTD)
               MOVE GH-REC-FINAL TO WRK-HIS-REC-FINAL(WRK-HIS-QTD)
               MOVE GH-REC-RESULTADO
                   TO WRK-HIS-RESULTADO(WRK-HIS-QTD)
           ELSE
               MOVE 'N'    TO WRK-HIS-REC-FEITA(WRK-HIS-QTD)
               MOVE 0      TO WRK-HIS-REC-NOTA(WRK-HIS-QTD)
               MOVE 0      TO WRK-HIS-REC-FINAL(WRK-HIS-QTD)
               MOVE SPACES TO WRK-HIS-RESULTADO(WRK-HIS-QTD)
           END-IF.

      ******************************************************************
      * 0150-CARREGA-SESSOES - LE O RECUPSESS PARA A TABELA.
      ******************************************************************
       0150-CARREGA-SESSOES SECTION.
           MOVE 'N' TO WRK-EOF.
           OPEN INPUT RECUP-SESSION-FILE.
           IF WRK-SESS-STATUS NOT = '00'
               GO TO 0150-EXIT
           END-IF.

           PERFORM UNTIL LEITURA-ACABOU
               READ RECUP-SESSION-FILE
                   AT END
                       MOVE 'S' TO WRK-EOF
                   NOT AT END
                       IF WRK-SES-QTD < 500
                           ADD 1 TO WRK-SES-QTD
                           MOVE RS-DISCIPLINA
                               TO WRK-SES-DISCIPLINA(WRK-SES-QTD)
                           MOVE RS-TERMO
                               TO WRK-SES-TERMO(WRK-SES-QTD)
                           MOVE RS-ABERTURA
                               TO WRK-SES-ABERTURA(WRK-SES-QTD)
                           MOVE RS-FECHAMENTO
                               TO WRK-SES-FECHAMENTO(WRK-SES-QTD)
                           MOVE RS-SITUACAO
                               TO WRK-SES-SITUACAO(WRK-SES-QTD)
                           MOVE RS-REGRA
                               TO WRK-SES-REGRA(WRK-SES-QTD)
                           MOVE RS-TETO
                               TO WRK-SES-TETO(WRK-SES-QTD)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE RECUP-SESSION-FILE.
       0150-EXIT.
           EXIT.

      ******************************************************************
      * 0200-EXECUTA-MENU - SESSAO, LANCAMENTO, LISTA E FECHAMENTO.
      ******************************************************************
       0200-EXECUTA-MENU SECTION.
           DISPLAY '1 - ABRIR SESSAO DE RECUPERACAO'.
           DISPLAY '2 - LANCAR NOTA DE RECUPERACAO'.
           DISPLAY '3 - LISTA DA SESSAO (RECUPLISTRPT)'.
           DISPLAY '4 - FECHAR SESSAO'.
           DISPLAY '9 - SAIR'.
           DISPLAY 'ESCOLHA UMA OPCAO: '.
           ACCEPT WRK-OPCAO.

           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0300-ABRE-SESSAO
               WHEN 2
                   PERFORM 0400-LANCA-NOTA
               WHEN 3
                   PERFORM 0600-LISTA-SESSAO
               WHEN 4
                   PERFORM 0700-FECHA-SESSAO
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

      ******************************************************************
      * 0250-BUSCA-SESSAO - PEDE DISCIPLINA E PERIODO E PROCURA A
      * SESSAO NA TABELA.
      ******************************************************************
       0250-BUSCA-SESSAO SECTION.
           DISPLAY 'CODIGO DA DISCIPLINA: '.
           ACCEPT WRK-DISCIPLINA.
           DISPLAY 'PERIODO (EX 2026-1): '.
           ACCEPT WRK-TERMO.

           MOVE 'N' TO WRK-SES-ACHOU.
           PERFORM VARYING WRK-SES-IDX FROM 1 BY 1
                   UNTIL WRK-SES-IDX > WRK-SES-QTD OR SESSAO-EXISTE
               IF WRK-SES-DISCIPLINA(WRK-SES-IDX) = WRK-DISCIPLINA
                   AND WRK-SES-TERMO(WRK-SES-IDX) = WRK-TERMO
                   MOVE 'S' TO WRK-SES-ACHOU
                   SUBTRACT 1 FROM WRK-SES-IDX
               END-IF
           END-PERFORM.

      ******************************************************************
      * 0260-CARREGA-FREQUENCIA - ACUMULA DO CLASSSESSIONS AS AULAS E
      * PRESENCAS DE CADA ALUNO NA DISCIPLINA/PERIODO DA SESSAO.
      ******************************************************************
       0260-CARREGA-FREQUENCIA SECTION.
           MOVE 0 TO WRK-FRQ-QTD.
           MOVE 'N' TO WRK-EOF.
           OPEN INPUT CLASS-SESSION-FILE.
           IF WRK-AULA-STATUS NOT = '00'
               GO TO 0260-EXIT
           END-IF.

           PERFORM UNTIL LEITURA-ACABOU
               READ CLASS-SESSION-FILE
                   AT END
                       MOVE 'S' TO WRK-EOF
                   NOT AT END
                       IF CS-DISCIPLINA = WRK-DISCIPLINA
                           AND CS-TERMO = WRK-TERMO
                           PERFORM 0265-ACUMULA-AULA
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE CLASS-SESSION-FILE.
       0260-EXIT.
           EXIT.

      ******************************************************************
      * 0265-ACUMULA-AULA - ACHA (OU CRIA) O ACUMULADO DO ALUNO E SOMA
      * A AULA E A PRESENCA.
      ******************************************************************
       0265-ACUMULA-AULA SECTION.
           MOVE 0 TO WRK-FRQ-POS.
           PERFORM VARYING WRK-FRQ-IDX FROM 1 BY 1
                   UNTIL WRK-FRQ-IDX > WRK-FRQ-QTD
               IF WRK-FRQ-ID(WRK-FRQ-IDX) = CS-ID
                   MOVE WRK-FRQ-IDX TO WRK-FRQ-POS
               END-IF
           END-PERFORM.

           IF WRK-FRQ-POS = 0
               IF WRK-FRQ-QTD NOT < 2000
                   GO TO 0265-EXIT
               END-IF
               ADD 1 TO WRK-FRQ-QTD
               MOVE WRK-FRQ-QTD TO WRK-FRQ-POS
               MOVE CS-ID TO WRK-FRQ-ID(WRK-FRQ-POS)
               MOVE 0 TO WRK-FRQ-AULAS(WRK-FRQ-POS)
               MOVE 0 TO WRK-FRQ-PRESENCAS(WRK-FRQ-POS)
           END-IF.

           ADD 1 TO WRK-FRQ-AULAS(WRK-FRQ-POS).
           IF CS-PRESENTE = 'P'
               ADD 1 TO WRK-FRQ-PRESENCAS(WRK-FRQ-POS)
           END-IF.
       0265-EXIT.
           EXIT.

      ******************************************************************
      * 0270-AVALIA-LINHA - A LINHA WRK-HIS-IDX DO GRADEHIST E DE ALUNO
      * EM RECUPERACAO NA DISCIPLINA/PERIODO? SO A ULTIMA NOTA DO ALUNO
      * NA DISCIPLINA/PERIODO CONTA (O PROGCOB013B ACRESCENTA, NAO
      * SUBSTITUI); NOTA DE 5,0 ATE 6,9 E FREQUENCIA NAO ABAIXO DE 75%
      * (SEM CHAMADA REGISTRADA A FREQUENCIA NAO REPROVA).
      ******************************************************************
       0270-AVALIA-LINHA SECTION.
           MOVE 'N' TO WRK-ELEGIVEL.
           IF WRK-HIS-DISCIPLINA(WRK-HIS-IDX) NOT = WRK-DISCIPLINA
               OR WRK-HIS-TERMO(WRK-HIS-IDX) NOT = WRK-TERMO
               GO TO 0270-EXIT
           END-IF.

           MOVE 'S' TO WRK-ULTIMA.
           PERFORM VARYING WRK-HIS-JDX FROM WRK-HIS-IDX BY 1
                   UNTIL WRK-HIS-JDX >= WRK-HIS-QTD
               IF WRK-HIS-ID(WRK-HIS-JDX + 1) = WRK-HIS-ID(WRK-HIS-IDX)
                   AND WRK-HIS-DISCIPLINA(WRK-HIS-JDX + 1)
                       = WRK-DISCIPLINA
                   AND WRK-HIS-TERMO(WRK-HIS-JDX + 1) = WRK-TERMO
                   MOVE 'N' TO WRK-ULTIMA
               END-IF
           END-PERFORM.
           IF WRK-ULTIMA = 'N'
               GO TO 0270-EXIT
           END-IF.

           IF WRK-HIS-GRADE(WRK-HIS-IDX) < WRK-MEDIA-RECUP
               OR WRK-HIS-GRADE(WRK-HIS-IDX) NOT < WRK-MEDIA-APROVACAO
               GO TO 0270-EXIT
           END-IF.

           PERFORM 0280-CALCULA-FREQUENCIA.
           IF WRK-TEM-FREQ = 'S' AND WRK-PCT-FREQ < WRK-LIMITE-FREQ
               GO TO 0270-EXIT
           END-IF.

           MOVE 'S' TO WRK-ELEGIVEL.
       0270-EXIT.
           EXIT.

      ******************************************************************
      * 0280-CALCULA-FREQUENCIA - PERCENTUAL DO ALUNO DA LINHA
      * WRK-HIS-IDX NA DISCIPLINA/PERIODO.
      ******************************************************************
       0280-CALCULA-FREQUENCIA SECTION.
           MOVE 'N' TO WRK-TEM-FREQ.
           MOVE '----' TO WRK-FREQ-TEXTO.
           MOVE 0 TO WRK-PCT-FREQ.
           PERFORM VARYING WRK-FRQ-IDX FROM 1 BY 1
                   UNTIL WRK-FRQ-IDX > WRK-FRQ-QTD
               IF WRK-FRQ-ID(WRK-FRQ-IDX) = WRK-HIS-ID(WRK-HIS-IDX)
                   MOVE 'S' TO WRK-TEM-FREQ
                   COMPUTE WRK-PCT-FREQ ROUNDED =
                       WRK-FRQ-PRESENCAS(WRK-FRQ-IDX) * 100
                       / WRK-FRQ-AULAS(WRK-FRQ-IDX)
                   MOVE SPACES TO WRK-FREQ-TEXTO
                   STRING WRK-PCT-FREQ '%'
                       DELIMITED BY SIZE INTO WRK-FREQ-TEXTO
                   END-STRING
               END-IF
           END-PERFORM.

      ******************************************************************
      * 0290-VERIFICA-OFERTA - A DISCIPLINA ESTA NO SUBJMASTER PARA O
      * PERIODO?
      ******************************************************************
       0290-VERIFICA-OFERTA SECTION.
           MOVE 'N' TO WRK-OFERTADA.
           MOVE 'N' TO WRK-EOF.
           OPEN INPUT SUBJECT-MASTER-FILE.
           IF WRK-DISC-STATUS NOT = '00'
               GO TO 0290-EXIT
           END-IF.

           PERFORM UNTIL LEITURA-ACABOU OR WRK-OFERTADA = 'S'
               READ SUBJECT-MASTER-FILE
                   AT END
                       MOVE 'S' TO WRK-EOF
                   NOT AT END
                       IF DI-CODIGO = WRK-DISCIPLINA
                           AND DI-TERMO = WRK-TERMO
                           MOVE 'S' TO WRK-OFERTADA
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE SUBJECT-MASTER-FILE.
       0290-EXIT.
           EXIT.

      ******************************************************************
      * 0300-ABRE-SESSAO - ABRE A SESSAO DA DISCIPLINA/PERIODO COM A
      * REGRA E O TETO DA NOTA FINAL, SE HOUVER ALUNO EM RECUPERACAO.
      ******************************************************************
       0300-ABRE-SESSAO SECTION.
           PERFORM 0250-BUSCA-SESSAO.
           IF SESSAO-EXISTE
               IF WRK-SES-SITUACAO(WRK-SES-IDX) = 'A'
                   DISPLAY 'SESSAO JA ABERTA EM '
                           WRK-SES-ABERTURA(WRK-SES-IDX)
               ELSE
                   DISPLAY 'SESSAO JA FECHADA EM '
                           WRK-SES-FECHAMENTO(WRK-SES-IDX)
               END-IF
               GO TO 0300-EXIT
           END-IF.
           PERFORM 0290-VERIFICA-OFERTA.
           IF WRK-OFERTADA NOT = 'S'
               DISPLAY 'DISCIPLINA NAO OFERTADA NESTE PERIODO'
               GO TO 0300-EXIT
           END-IF.
           IF WRK-SES-QTD NOT < 500
               DISPLAY 'TABELA DE SESSOES CHEIA (500)'
               GO TO 0300-EXIT
           END-IF.

           PERFORM 0260-CARREGA-FREQUENCIA.
           MOVE 0 TO WRK-QTDE-LISTA.
           PERFORM VARYING WRK-HIS-IDX FROM 1 BY 1
                   UNTIL WRK-HIS-IDX > WRK-HIS-QTD
               PERFORM 0270-AVALIA-LINHA
               IF ALUNO-EM-RECUPERACAO
                   ADD 1 TO WRK-QTDE-LISTA
               END-IF
           END-PERFORM.
           IF WRK-QTDE-LISTA = 0
               DISPLAY 'NENHUM ALUNO EM RECUPERACAO NESTA DISCIPLINA'
               GO TO 0300-EXIT
           END-IF.

           DISPLAY 'REGRA DA NOTA FINAL (S = SUBSTITUI, '
                   'M = MEDIA COM A DO PERIODO): '.
           ACCEPT WRK-REGRA.
           IF WRK-REGRA NOT = 'S' AND WRK-REGRA NOT = 'M'
               DISPLAY 'REGRA INVALIDA'
               GO TO 0300-EXIT
           END-IF.
           DISPLAY 'TETO DA NOTA FINAL (070 A 100 = 7,0 A 10,0): '.
           ACCEPT WRK-TETO.
           IF WRK-TETO < WRK-MEDIA-APROVACAO OR WRK-TETO > 10
               DISPLAY 'TETO INVALIDO - DE 7,0 ATE 10,0'
               GO TO 0300-EXIT
           END-IF.

           ADD 1 TO WRK-SES-QTD.
           MOVE WRK-SES-QTD    TO WRK-SES-IDX.
           MOVE WRK-DISCIPLINA TO WRK-SES-DISCIPLINA(WRK-SES-IDX).
           MOVE WRK-TERMO      TO WRK-SES-TERMO(WRK-SES-IDX).
           MOVE WRK-HOJE       TO WRK-SES-ABERTURA(WRK-SES-IDX).
           MOVE 0              TO WRK-SES-FECHAMENTO(WRK-SES-IDX).
           MOVE 'A'            TO WRK-SES-SITUACAO(WRK-SES-IDX).
           MOVE WRK-REGRA      TO WRK-SES-REGRA(WRK-SES-IDX).
           MOVE WRK-TETO       TO WRK-SES-TETO(WRK-SES-IDX).
           MOVE 'S' TO WRK-MEXEU-SESS.
           DISPLAY 'SESSAO ABERTA - ALUNOS EM RECUPERACAO: '
                   WRK-QTDE-LISTA.

           PERFORM 0650-IMPRIME-LISTA.
       0300-EXIT.
           EXIT.

      ******************************************************************
      * 0400-LANCA-NOTA - NOTA DA PROVA DE RECUPERACAO DE UM ALUNO DA
      * LISTA DA SESSAO ABERTA; ENQUANTO A SESSAO ESTA ABERTA A NOTA
      * PODE SER CORRIGIDA.
      ******************************************************************
       0400-LANCA-NOTA SECTION.
           PERFORM 0250-BUSCA-SESSAO.
           IF NOT SESSAO-EXISTE
               DISPLAY 'SESSAO DE RECUPERACAO NAO ABERTA (OPCAO 1)'
               GO TO 0400-EXIT
           END-IF.
           IF WRK-SES-SITUACAO(WRK-SES-IDX) NOT = 'A'
               DISPLAY 'SESSAO FECHADA EM '
                       WRK-SES-FECHAMENTO(WRK-SES-IDX)
                       ' - NOTA RECUSADA'
               GO TO 0400-EXIT
           END-IF.

           DISPLAY 'ID DO ALUNO: '.
           ACCEPT WRK-ID.

           PERFORM 0260-CARREGA-FREQUENCIA.
           MOVE 0 TO WRK-HIS-POS.
           PERFORM VARYING WRK-HIS-IDX FROM 1 BY 1
                   UNTIL WRK-HIS-IDX > WRK-HIS-QTD
               IF WRK-HIS-ID(WRK-HIS-IDX) = WRK-ID
                   PERFORM 0270-AVALIA-LINHA
                   IF ALUNO-EM-RECUPERACAO
                       MOVE WRK-HIS-IDX TO WRK-HIS-POS
                   END-IF
               END-IF
           END-PERFORM.
           IF WRK-HIS-POS = 0
               DISPLAY 'ALUNO NAO ESTA NA LISTA DE RECUPERACAO DESTA '
                       'DISCIPLINA'
               GO TO 0400-EXIT
           END-IF.

           IF WRK-HIS-REC-FEITA(WRK-HIS-POS) = 'S'
               MOVE WRK-HIS-REC-NOTA(WRK-HIS-POS) TO WRK-REC-ED
               DISPLAY 'NOTA DE RECUPERACAO JA LANCADA (' WRK-REC-ED
                       ') - A NOVA NOTA SUBSTITUI'
           END-IF.
           DISPLAY 'NOTA DA RECUPERACAO (000 A 100 = 0,0 A 10,0): '.
           ACCEPT WRK-NOTA-REC.
           IF WRK-NOTA-REC > 10
               DISPLAY 'NOTA ACIMA DE 10,0 - RECUSADA'
               GO TO 0400-EXIT
           END-IF.

           PERFORM 0500-CALCULA-FINAL.

           MOVE 'S'            TO WRK-HIS-REC-FEITA(WRK-HIS-POS).
           MOVE WRK-NOTA-REC   TO WRK-HIS-REC-NOTA(WRK-HIS-POS).
           MOVE WRK-NOTA-FINAL TO WRK-HIS-REC-FINAL(WRK-HIS-POS).
           IF WRK-NOTA-FINAL NOT < WRK-MEDIA-APROVACAO
               MOVE 'A' TO WRK-HIS-RESULTADO(WRK-HIS-POS)
           ELSE
               MOVE 'R' TO WRK-HIS-RESULTADO(WRK-HIS-POS)
           END-IF.
           MOVE 'S' TO WRK-MEXEU-HIST.

           MOVE WRK-HIS-GRADE(WRK-HIS-POS) TO WRK-GRADE-ED.
           MOVE WRK-NOTA-REC   TO WRK-REC-ED.
           MOVE WRK-NOTA-FINAL TO WRK-FINAL-ED.
           IF WRK-HIS-RESULTADO(WRK-HIS-POS) = 'A'
               DISPLAY 'PERIODO ' WRK-GRADE-ED ' RECUPERACAO '
                       WRK-REC-ED ' FINAL ' WRK-FINAL-ED ' - APROVADO'
           ELSE
               DISPLAY 'PERIODO ' WRK-GRADE-ED ' RECUPERACAO '
                       WRK-REC-ED ' FINAL ' WRK-FINAL-ED ' - REPROVADO'
           END-IF.
       0400-EXIT.
           EXIT.

      ******************************************************************
      * 0500-CALCULA-FINAL - NOTA FINAL PELA REGRA DA SESSAO: S = A
      * RECUPERACAO SUBSTITUI A NOTA DO PERIODO, M = MEDIA DAS DUAS.
      * A FINAL NUNCA FICA ABAIXO DA NOTA DO PERIODO NEM ACIMA DO TETO.
      ******************************************************************
       0500-CALCULA-FINAL SECTION.
           IF WRK-SES-REGRA(WRK-SES-IDX) = 'S'
               MOVE WRK-NOTA-REC TO WRK-NOTA-FINAL
           ELSE
               COMPUTE WRK-NOTA-FINAL ROUNDED =
                   (WRK-HIS-GRADE(WRK-HIS-POS) + WRK-NOTA-REC) / 2
           END-IF.
           IF WRK-NOTA-FINAL < WRK-HIS-GRADE(WRK-HIS-POS)
               MOVE WRK-HIS-GRADE(WRK-HIS-POS) TO WRK-NOTA-FINAL
           END-IF.
           IF WRK-NOTA-FINAL > WRK-SES-TETO(WRK-SES-IDX)
               MOVE WRK-SES-TETO(WRK-SES-IDX) TO WRK-NOTA-FINAL
           END-IF.

      ******************************************************************
      * 0600-LISTA-SESSAO - LISTA DA SESSAO COM A SITUACAO DE CADA
      * ALUNO, NO RECUPLISTRPT.
      ******************************************************************
       0600-LISTA-SESSAO SECTION.
           PERFORM 0250-BUSCA-SESSAO.
           IF NOT SESSAO-EXISTE
               DISPLAY 'SESSAO DE RECUPERACAO NAO ABERTA (OPCAO 1)'
               GO TO 0600-EXIT
           END-IF.
           PERFORM 0260-CARREGA-FREQUENCIA.
           PERFORM 0650-IMPRIME-LISTA.
       0600-EXIT.
           EXIT.

      ******************************************************************
      * 0650-IMPRIME-LISTA - UMA LINHA POR ALUNO EM RECUPERACAO NA
      * SESSAO WRK-SES-IDX, COM OS TOTAIS NO FIM.
      ******************************************************************
       0650-IMPRIME-LISTA SECTION.
           MOVE 0 TO WRK-QTDE-LISTA.
           MOVE 0 TO WRK-QTDE-APROV.
           MOVE 0 TO WRK-QTDE-REPROV.
           MOVE 0 TO WRK-QTDE-PEND.

           OPEN OUTPUT RECUP-LIST-FILE.
           MOVE SPACES TO RL-LINHA.
           STRING 'RECUPERACAO - ' WRK-DISCIPLINA ' ' WRK-TERMO
                  ' - ABERTA EM ' WRK-SES-ABERTURA(WRK-SES-IDX)
               DELIMITED BY SIZE INTO RL-LINHA
           END-STRING.
           WRITE RL-LINHA.
           MOVE WRK-SES-TETO(WRK-SES-IDX) TO WRK-TETO-ED.
           MOVE SPACES TO RL-LINHA.
           IF WRK-SES-REGRA(WRK-SES-IDX) = 'S'
               STRING 'REGRA: RECUPERACAO SUBSTITUI A NOTA DO PERIODO'
                      ' - TETO ' WRK-TETO-ED
                   DELIMITED BY SIZE INTO RL-LINHA
               END-STRING
           ELSE
               STRING 'REGRA: MEDIA DA RECUPERACAO COM A NOTA DO '
                      'PERIODO - TETO ' WRK-TETO-ED
                   DELIMITED BY SIZE INTO RL-LINHA
               END-STRING
           END-IF.
           WRITE RL-LINHA.
           IF WRK-SES-SITUACAO(WRK-SES-IDX) NOT = 'A'
               MOVE SPACES TO RL-LINHA
               STRING 'SESSAO FECHADA EM '
                      WRK-SES-FECHAMENTO(WRK-SES-IDX)
                   DELIMITED BY SIZE INTO RL-LINHA
               END-STRING
               WRITE RL-LINHA
           END-IF.
           MOVE SPACES TO RL-LINHA.
           WRITE RL-LINHA FROM '-------------------------------------'.
           MOVE SPACES TO RL-LINHA.
           STRING 'ALUNO      NOME                          '
                  'FREQ  PERIODO  RECUP FINAL  RESULTADO'
               DELIMITED BY SIZE INTO RL-LINHA
           END-STRING.
           WRITE RL-LINHA.

           PERFORM VARYING WRK-HIS-IDX FROM 1 BY 1
                   UNTIL WRK-HIS-IDX > WRK-HIS-QTD
               PERFORM 0270-AVALIA-LINHA
               IF ALUNO-EM-RECUPERACAO
                   PERFORM 0660-LINHA-ALUNO
               END-IF
           END-PERFORM.

           MOVE SPACES TO RL-LINHA.
           WRITE RL-LINHA FROM '-------------------------------------'.
           MOVE SPACES TO RL-LINHA.
           STRING 'EM RECUPERACAO: ' WRK-QTDE-LISTA
                  '  APROVADOS: ' WRK-QTDE-APROV
                  '  REPROVADOS: ' WRK-QTDE-REPROV
                  '  SEM NOTA: ' WRK-QTDE-PEND
               DELIMITED BY SIZE INTO RL-LINHA
           END-STRING.
           WRITE RL-LINHA.
           CLOSE RECUP-LIST-FILE.

           DISPLAY 'EM RECUPERACAO: ' WRK-QTDE-LISTA
                   '  APROVADOS: ' WRK-QTDE-APROV
                   '  REPROVADOS: ' WRK-QTDE-REPROV
                   '  SEM NOTA: ' WRK-QTDE-PEND.
           DISPLAY 'LISTA GRAVADA EM RECUPLISTRPT'.

      ******************************************************************
      * 0660-LINHA-ALUNO - LINHA DO ALUNO DA LINHA WRK-HIS-IDX, COM O
      * NOME DO STUDENTMASTER.
      ******************************************************************
       0660-LINHA-ALUNO SECTION.
           ADD 1 TO WRK-QTDE-LISTA.
           PERFORM 0670-BUSCA-NOME.
           MOVE WRK-HIS-GRADE(WRK-HIS-IDX) TO WRK-GRADE-ED.

           MOVE SPACES TO RL-LINHA.
           STRING WRK-HIS-ID(WRK-HIS-IDX) ' ' WRK-NOME-ALUNO(1:30)
                  ' ' WRK-FREQ-TEXTO '  ' WRK-GRADE-ED '  '
               DELIMITED BY SIZE INTO RL-LINHA
           END-STRING.
           IF WRK-HIS-REC-FEITA(WRK-HIS-IDX) = 'S'
               MOVE WRK-HIS-REC-NOTA(WRK-HIS-IDX)  TO WRK-REC-ED
               MOVE WRK-HIS-REC-FINAL(WRK-HIS-IDX) TO WRK-FINAL-ED
               MOVE WRK-REC-ED   TO RL-LINHA(58:4)
               MOVE WRK-FINAL-ED TO RL-LINHA(64:4)
               IF WRK-HIS-RESULTADO(WRK-HIS-IDX) = 'A'
                   ADD 1 TO WRK-QTDE-APROV
                   MOVE 'APROVADO'  TO RL-LINHA(70:9)
               ELSE
                   ADD 1 TO WRK-QTDE-REPROV
                   MOVE 'REPROVADO' TO RL-LINHA(70:9)
               END-IF
           ELSE
               ADD 1 TO WRK-QTDE-PEND
               IF WRK-SES-SITUACAO(WRK-SES-IDX) = 'A'
                   MOVE 'AGUARDANDO PROVA' TO RL-LINHA(58:16)
               ELSE
                   MOVE 'SEM NOTA - REPROVADO' TO RL-LINHA(58:20)
               END-IF
           END-IF.
           WRITE RL-LINHA.

      ******************************************************************
      * 0670-BUSCA-NOME - NOME DO ALUNO DA LINHA WRK-HIS-IDX NO
      * STUDENTMASTER.
      ******************************************************************
       0670-BUSCA-NOME SECTION.
           MOVE '(SEM CADASTRO)' TO WRK-NOME-ALUNO.
           MOVE 'N' TO WRK-EOF.
           OPEN INPUT STUDENT-MASTER-FILE.
           IF WRK-ALUNO-STATUS NOT = '00'
               GO TO 0670-EXIT
           END-IF.

           PERFORM UNTIL LEITURA-ACABOU
               READ STUDENT-MASTER-FILE
                   AT END
                       MOVE 'S' TO WRK-EOF
                   NOT AT END
                       IF SM-ID = WRK-HIS-ID(WRK-HIS-IDX)
                           MOVE SM-NOME TO WRK-NOME-ALUNO
                           MOVE 'S' TO WRK-EOF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE STUDENT-MASTER-FILE.
       0670-EXIT.
           EXIT.

      ******************************************************************
      * 0700-FECHA-SESSAO - FECHA A SESSAO; QUEM FICOU SEM NOTA DE
      * RECUPERACAO PERMANECE COM A NOTA DO PERIODO (REPROVADO).
      ******************************************************************
       0700-FECHA-SESSAO SECTION.
           PERFORM 0250-BUSCA-SESSAO.
           IF NOT SESSAO-EXISTE
               DISPLAY 'SESSAO DE RECUPERACAO NAO ABERTA (OPCAO 1)'
               GO TO 0700-EXIT
           END-IF.
           IF WRK-SES-SITUACAO(WRK-SES-IDX) NOT = 'A'
               DISPLAY 'SESSAO JA FECHADA EM '
                       WRK-SES-FECHAMENTO(WRK-SES-IDX)
               GO TO 0700-EXIT
           END-IF.

           PERFORM 0260-CARREGA-FREQUENCIA.
           MOVE 0 TO WRK-QTDE-PEND.
           PERFORM VARYING WRK-HIS-IDX FROM 1 BY 1
                   UNTIL WRK-HIS-IDX > WRK-HIS-QTD
               PERFORM 0270-AVALIA-LINHA
               IF ALUNO-EM-RECUPERACAO
                   AND WRK-HIS-REC-FEITA(WRK-HIS-IDX) NOT = 'S'
                   ADD 1 TO WRK-QTDE-PEND
               END-IF
           END-PERFORM.
           IF WRK-QTDE-PEND > 0
               DISPLAY 'ALUNOS SEM NOTA DE RECUPERACAO: ' WRK-QTDE-PEND
                       ' - FICAM REPROVADOS'
           END-IF.

           DISPLAY 'CONFIRMA O FECHAMENTO (S/N)? '.
           ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA NOT = 'S'
               GO TO 0700-EXIT
           END-IF.

           MOVE 'F'      TO WRK-SES-SITUACAO(WRK-SES-IDX).
           MOVE WRK-HOJE TO WRK-SES-FECHAMENTO(WRK-SES-IDX).
           MOVE 'S' TO WRK-MEXEU-SESS.
           DISPLAY 'SESSAO FECHADA'.
       0700-EXIT.
           EXIT.

      ******************************************************************
      * 0800-REGRAVA-HISTORICO - REGRAVA O GRADEHIST COMPLETO, JA COM O
      * GRUPO DA RECUPERACAO EM TODAS AS LINHAS.
      ******************************************************************
       0800-REGRAVA-HISTORICO SECTION.
           OPEN OUTPUT GRADE-HIST-FILE.
           PERFORM VARYING WRK-HIS-IDX FROM 1 BY 1
                   UNTIL WRK-HIS-IDX > WRK-HIS-QTD
               MOVE WRK-HIS-ID(WRK-HIS-IDX)         TO GH-ID
               MOVE WRK-HIS-TERMO(WRK-HIS-IDX)      TO GH-TERMO
               MOVE WRK-HIS-DISCIPLINA(WRK-HIS-IDX) TO GH-DISCIPLINA
               MOVE WRK-HIS-GRADE(WRK-HIS-IDX)      TO GH-GRADE
               MOVE WRK-HIS-REC-FEITA(WRK-HIS-IDX)  TO GH-REC-FEITA
               MOVE WRK-HIS-REC-NOTA(WRK-HIS-IDX)   TO GH-REC-NOTA
               MOVE WRK-HIS-REC-FINAL(WRK-HIS-IDX)  TO GH-REC-FINAL
               MOVE WRK-HIS-RESULTADO(WRK-HIS-IDX)  TO GH-REC-RESULTADO
               WRITE GH-REGISTRO
           END-PERFORM.
           CLOSE GRADE-HIST-FILE.
           DISPLAY 'GRADEHIST REGRAVADO COM ' WRK-HIS-QTD ' NOTAS'.

      ******************************************************************
      * 0850-REGRAVA-SESSOES - REGRAVA O RECUPSESS COMPLETO.
      ******************************************************************
       0850-REGRAVA-SESSOES SECTION.
           OPEN OUTPUT RECUP-SESSION-FILE.
           PERFORM VARYING WRK-SES-IDX FROM 1 BY 1
                   UNTIL WRK-SES-IDX > WRK-SES-QTD
               MOVE WRK-SES-DISCIPLINA(WRK-SES-IDX) TO RS-DISCIPLINA
               MOVE WRK-SES-TERMO(WRK-SES-IDX)      TO RS-TERMO
               MOVE WRK-SES-ABERTURA(WRK-SES-IDX)   TO RS-ABERTURA
               MOVE WRK-SES-FECHAMENTO(WRK-SES-IDX) TO RS-FECHAMENTO
               MOVE WRK-SES-SITUACAO(WRK-SES-IDX)   TO RS-SITUACAO
               MOVE WRK-SES-REGRA(WRK-SES-IDX)      TO RS-REGRA
               MOVE WRK-SES-TETO(WRK-SES-IDX)       TO RS-TETO
               WRITE RS-REGISTRO
           END-PERFORM.
           CLOSE RECUP-SESSION-FILE.
           DISPLAY 'RECUPSESS REGRAVADO COM ' WRK-SES-QTD ' SESSOES'.

       END PROGRAM PROGCOB185.
