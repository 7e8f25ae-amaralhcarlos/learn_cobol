       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB159.
      ******************************************************************
      *AUTHOR: CARLOS AMARAL
      *DATE: 15/10/2026
      *PURPOSE: MANUTENCAO DO REGISTRO DE AUSENCIAS (ABSENCES, COPY
      *         ABSENCE-REC). O PROGCOB045 SO ENXERGA O DIA SEM
      *         BATIDA E NAO SEPARA FALTA DE ATESTADO, LICENCA OU
      *         AFASTAMENTO PELO INSS. AQUI O RH LANCA CADA AUSENCIA
      *         DO CPF (EMPLOYEEMASTER, FUNCIONARIO ATIVO) COM O TIPO,
      *         AS DATAS E A REFERENCIA DO DOCUMENTO. ATESTADO, LICENCA
      *         E AFASTAMENTO EXIGEM DOCUMENTO; PERIODO QUE SE SOBREPOE
      *         A OUTRO JA LANCADO DO MESMO CPF NAO E ACEITO. ATESTADO
      *         ACIMA DE 15 DIAS E GRAVADO EM DUAS LINHAS: OS 15
      *         PRIMEIROS DIAS COMO ATESTADO (PAGOS PELA EMPRESA) E O
      *         RESTO COMO AFASTAMENTO PELO INSS. A FOLHA (PROGCOB004B),
      *         AS FERIAS (PROGCOB098) E O ABSENTEISMO (PROGCOB160) LEEM
      *         O ARQUIVO PELO ABSUTIL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ABSENCES-FILE ASSIGN TO 'ABSENCES'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-AUS-STATUS.

           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO 'EMPLOYEEMASTER'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-CPF
               FILE STATUS IS WRK-EMP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ABSENCES-FILE.
           COPY 'ABSENCE-REC.cob'.

       FD  EMPLOYEE-MASTER-FILE.
           COPY 'EMPMASTER-REC.cob'.

       WORKING-STORAGE SECTION.
       COPY 'DATEUTIL-PARM.cob'.

       77  WRK-AUS-STATUS      PIC X(02)       VALUE SPACES.
       77  WRK-AUS-EOF         PIC X(01)       VALUE 'N'.
           88  AUS-ACABOU                      VALUE 'S'.
       77  WRK-EMP-STATUS      PIC X(02)       VALUE SPACES.

       77  WRK-OPCAO           PIC 9(01)       VALUE ZEROES.
       77  WRK-CPF             PIC 9(11)       VALUE ZEROES.
       77  WRK-NOME            PIC X(40)       VALUE SPACES.
       77  WRK-TIPO            PIC X(01)       VALUE SPACES.
       77  WRK-DATA-INI        PIC 9(08)       VALUE ZEROES.
       77  WRK-DATA-FIM        PIC 9(08)       VALUE ZEROES.
       77  WRK-DOCUMENTO       PIC X(20)       VALUE SPACES.
       77  WRK-FUNC-OK         PIC X(01)       VALUE 'N'.
           88  FUNCIONARIO-OK                  VALUE 'S'.
       77  WRK-CONFLITO        PIC X(01)       VALUE 'N'.
           88  HA-CONFLITO                     VALUE 'S'.
       77  WRK-TIPO-DESC       PIC X(18)       VALUE SPACES.
       77  WRK-LISTADOS        PIC 9(04)       VALUE ZEROES.
       77  WRK-QTD-DIAS        PIC 9(05)       VALUE ZEROES.
       77  WRK-CORRIDOS-INI    PIC 9(08)       VALUE ZEROES.
       77  WRK-CORRIDOS-FIM    PIC 9(08)       VALUE ZEROES.

      ******************************************************************
      * DIA DE CORTE DO ATESTADO LONGO: O 15O DIA FECHA O ATESTADO E O
      * 16O ABRE O AFASTAMENTO PELO INSS.
      ******************************************************************
       01  WRK-DIA.
           02  WRK-DIA-ANO     PIC 9(04)       VALUE ZEROES.
           02  WRK-DIA-MES     PIC 9(02)       VALUE ZEROES.
           02  WRK-DIA-DIA     PIC 9(02)       VALUE ZEROES.
       77  WRK-FIM-ATESTADO    PIC 9(08)       VALUE ZEROES.
       77  WRK-FIM-AFASTAMENTO PIC 9(08)       VALUE ZEROES.

      ******************************************************************
      * AUSENCIAS EM MEMORIA, REGRAVADAS A CADA ALTERACAO (MESMA
      * MECANICA DO PROGCOB158).
      ******************************************************************
       77  WRK-AUS-QTD         PIC 9(04)       VALUE ZEROES.
       77  WRK-AUS-IDX         PIC 9(04)       VALUE ZEROES.
       77  WRK-AUS-POS         PIC 9(04)       VALUE ZEROES.
       01  WRK-TAB-AUSENCIAS.
           02  WRK-AUS-LINHA   OCCURS 3000 TIMES.
               03  WRK-AUS-REG     PIC X(48).

       PROCEDURE DIVISION.

           PERFORM 0100-CARREGA-AUSENCIAS.

           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WRK-EMP-STATUS NOT = '00'
               DISPLAY 'EMPLOYEEMASTER NAO ENCONTRADO - REGISTRO DE '
                       'AUSENCIAS INDISPONIVEL'
               STOP RUN
           END-IF.

           PERFORM 0200-EXECUTA-MENU UNTIL WRK-OPCAO = 9.

           CLOSE EMPLOYEE-MASTER-FILE.

           STOP RUN.

      ******************************************************************
      * 0100-CARREGA-AUSENCIAS - LE O ABSENCES INTEIRO PARA A TABELA.
      ******************************************************************
       0100-CARREGA-AUSENCIAS SECTION.
           OPEN INPUT ABSENCES-FILE.
           IF WRK-AUS-STATUS NOT = '00'
               GO TO 0100-EXIT
           END-IF.

           PERFORM UNTIL AUS-ACABOU
               READ ABSENCES-FILE
                   AT END
                       MOVE 'S' TO WRK-AUS-EOF
                   NOT AT END
                       IF WRK-AUS-QTD < 3000
                           ADD 1 TO WRK-AUS-QTD
                           MOVE AU-REGISTRO
                               TO WRK-AUS-REG(WRK-AUS-QTD)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ABSENCES-FILE.
       0100-EXIT.
           EXIT.

      ******************************************************************
      * 0200-EXECUTA-MENU - LANCAMENTO, EXCLUSAO E CONSULTA.
      ******************************************************************
       0200-EXECUTA-MENU SECTION.
           DISPLAY '1 - LANCAR AUSENCIA'.
           DISPLAY '2 - EXCLUIR AUSENCIA'.
           DISPLAY '3 - CONSULTAR AUSENCIAS DO FUNCIONARIO'.
           DISPLAY '9 - SAIR'.
           DISPLAY 'ESCOLHA UMA OPCAO: '.
           ACCEPT WRK-OPCAO.

           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0300-LANCA-AUSENCIA
               WHEN 2
                   PERFORM 0500-EXCLUI-AUSENCIA
               WHEN 3
                   PERFORM 0600-CONSULTA-AUSENCIAS
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

      ******************************************************************
      * 0250-BUSCA-FUNCIONARIO - WRK-CPF NO EMPLOYEEMASTER. DESLIGADO
      * NAO E ACEITO.
      ******************************************************************
       0250-BUSCA-FUNCIONARIO SECTION.
           MOVE 'N' TO WRK-FUNC-OK.
           MOVE SPACES TO WRK-NOME.

           MOVE WRK-CPF TO EM-CPF.
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   GO TO 0250-EXIT
           END-READ.
           IF FUNCIONARIO-DESLIGADO
               GO TO 0250-EXIT
           END-IF.

           MOVE 'S' TO WRK-FUNC-OK.
           MOVE EM-NOME TO WRK-NOME.
       0250-EXIT.
           EXIT.

      ******************************************************************
      * 0300-LANCA-AUSENCIA - UM PERIODO NOVO DE AUSENCIA DO CPF.
      ******************************************************************
       0300-LANCA-AUSENCIA SECTION.
           IF WRK-AUS-QTD >= 2999
               DISPLAY 'REGISTRO DE AUSENCIAS CHEIO (3000 LINHAS)'
               GO TO 0300-EXIT
           END-IF.

           DISPLAY 'CPF DO FUNCIONARIO: '.
           ACCEPT WRK-CPF.
           PERFORM 0250-BUSCA-FUNCIONARIO.
           IF NOT FUNCIONARIO-OK
               DISPLAY 'CPF NAO CADASTRADO OU FUNCIONARIO DESLIGADO'
               GO TO 0300-EXIT
           END-IF.
           DISPLAY 'FUNCIONARIO: ' WRK-NOME.

           DISPLAY 'TIPO DA AUSENCIA:'.
           DISPLAY '  F - FALTA INJUSTIFICADA'.
           DISPLAY '  A - ATESTADO MEDICO'.
           DISPLAY '  L - LICENCA LEGAL (CLT 473)'.
           DISPLAY '  I - AFASTAMENTO PELO INSS'.
           ACCEPT WRK-TIPO.
           MOVE WRK-TIPO TO AU-TIPO.
           IF NOT AUSENCIA-VALIDA
               DISPLAY 'TIPO INVALIDO'
               GO TO 0300-EXIT
           END-IF.

           DISPLAY 'DATA INICIAL (YYYYMMDD): '.
           ACCEPT WRK-DATA-INI.
           MOVE 'V'          TO DU-FUNCAO.
           MOVE WRK-DATA-INI TO DU-DATA.
           CALL 'DATEUTIL' USING DU-PARM.
           IF DU-RETORNO NOT = 'S'
               DISPLAY 'DATA INICIAL INVALIDA'
               GO TO 0300-EXIT
           END-IF.

           DISPLAY 'DATA FINAL (YYYYMMDD, BRANCO = MESMO DIA): '.
           ACCEPT WRK-DATA-FIM.
           IF WRK-DATA-FIM = 0
               MOVE WRK-DATA-INI TO WRK-DATA-FIM
           END-IF.
           MOVE 'V'          TO DU-FUNCAO.
           MOVE WRK-DATA-FIM TO DU-DATA.
           CALL 'DATEUTIL' USING DU-PARM.
           IF DU-RETORNO NOT = 'S'
               DISPLAY 'DATA FINAL INVALIDA'
               GO TO 0300-EXIT
           END-IF.
           IF WRK-DATA-FIM < WRK-DATA-INI
               DISPLAY 'DATA FINAL ANTERIOR A INICIAL'
               GO TO 0300-EXIT
           END-IF.

           DISPLAY 'DOCUMENTO (ATESTADO/CERTIDAO/COMUNICADO INSS): '.
           ACCEPT WRK-DOCUMENTO.
           IF WRK-DOCUMENTO = SPACES AND WRK-TIPO NOT = 'F'
               DISPLAY 'DOCUMENTO OBRIGATORIO PARA AUSENCIA '
                       'JUSTIFICADA'
               GO TO 0300-EXIT
           END-IF.

           PERFORM 0350-CONFERE-CONFLITO.
           IF HA-CONFLITO
               DISPLAY 'PERIODO SE SOBREPOE A AUSENCIA JA LANCADA'
               GO TO 0300-EXIT
           END-IF.

           MOVE 'S'          TO DU-FUNCAO.
           MOVE WRK-DATA-INI TO DU-DATA.
           CALL 'DATEUTIL' USING DU-PARM.
           MOVE DU-DIAS-CORRIDOS TO WRK-CORRIDOS-INI.
           MOVE WRK-DATA-FIM TO DU-DATA.
           CALL 'DATEUTIL' USING DU-PARM.
           MOVE DU-DIAS-CORRIDOS TO WRK-CORRIDOS-FIM.
           COMPUTE WRK-QTD-DIAS =
               WRK-CORRIDOS-FIM - WRK-CORRIDOS-INI + 1.

           IF WRK-TIPO = 'A' AND WRK-QTD-DIAS > 15
               PERFORM 0400-DIVIDE-ATESTADO
           ELSE
               PERFORM 0450-INCLUI-LINHA
           END-IF.

           PERFORM 0800-REGRAVA-AUSENCIAS.
           DISPLAY 'AUSENCIA LANCADA: ' WRK-QTD-DIAS ' DIA(S)'.
       0300-EXIT.
           EXIT.

      ******************************************************************
      * 0350-CONFERE-CONFLITO - O MESMO CPF NAO PODE TER DOIS PERIODOS
      * CRUZADOS (O DIA SERIA CONTADO DUAS VEZES NA FOLHA).
      ******************************************************************
       0350-CONFERE-CONFLITO SECTION.
           MOVE 'N' TO WRK-CONFLITO.
           PERFORM VARYING WRK-AUS-IDX FROM 1 BY 1
                   UNTIL WRK-AUS-IDX > WRK-AUS-QTD
               MOVE WRK-AUS-REG(WRK-AUS-IDX) TO AU-REGISTRO
               IF AU-CPF = WRK-CPF
                   AND AU-DATA-INI <= WRK-DATA-FIM
                   AND AU-DATA-FIM >= WRK-DATA-INI
                   MOVE 'S' TO WRK-CONFLITO
               END-IF
           END-PERFORM.

      ******************************************************************
      * 0400-DIVIDE-ATESTADO - ATESTADO ACIMA DE 15 DIAS: A EMPRESA
      * PAGA OS 15 PRIMEIROS DIAS (LINHA 'A') E DO 16O DIA EM DIANTE O
      * AFASTAMENTO E PELO INSS (LINHA 'I'), COM O MESMO DOCUMENTO.
      ******************************************************************
       0400-DIVIDE-ATESTADO SECTION.
           MOVE WRK-DATA-INI TO WRK-DIA.
           PERFORM 0420-AVANCA-DIA 14 TIMES.
           MOVE WRK-DIA TO WRK-FIM-ATESTADO.

           MOVE WRK-DATA-FIM     TO WRK-FIM-AFASTAMENTO.
           MOVE WRK-FIM-ATESTADO TO WRK-DATA-FIM.
           PERFORM 0450-INCLUI-LINHA.

           PERFORM 0420-AVANCA-DIA.
           MOVE 'I'              TO WRK-TIPO.
           MOVE WRK-DIA          TO WRK-DATA-INI.
           MOVE WRK-FIM-AFASTAMENTO TO WRK-DATA-FIM.
           PERFORM 0450-INCLUI-LINHA.

           DISPLAY 'ATESTADO ACIMA DE 15 DIAS - A PARTIR DE '
                   WRK-DATA-INI ' LANCADO COMO AFASTAMENTO INSS'.

      ******************************************************************
      * 0420-AVANCA-DIA - WRK-DIA PASSA PARA O DIA SEGUINTE.
      ******************************************************************
       0420-AVANCA-DIA SECTION.
           MOVE 'V'     TO DU-FUNCAO.
           MOVE WRK-DIA TO DU-DATA.
           CALL 'DATEUTIL' USING DU-PARM.
           ADD 1 TO WRK-DIA-DIA.
           IF WRK-DIA-DIA > DU-ULT-DIA
               MOVE 1 TO WRK-DIA-DIA
               ADD 1 TO WRK-DIA-MES
               IF WRK-DIA-MES > 12
                   MOVE 1 TO WRK-DIA-MES
                   ADD 1 TO WRK-DIA-ANO
               END-IF
           END-IF.

      ******************************************************************
      * 0450-INCLUI-LINHA - ACRESCENTA UMA LINHA NA TABELA.
      ******************************************************************
       0450-INCLUI-LINHA SECTION.
           MOVE SPACES        TO AU-REGISTRO.
           MOVE WRK-CPF       TO AU-CPF.
           MOVE WRK-TIPO      TO AU-TIPO.
           MOVE WRK-DATA-INI  TO AU-DATA-INI.
           MOVE WRK-DATA-FIM  TO AU-DATA-FIM.
           MOVE WRK-DOCUMENTO TO AU-DOCUMENTO.
           ADD 1 TO WRK-AUS-QTD.
           MOVE AU-REGISTRO TO WRK-AUS-REG(WRK-AUS-QTD).

      ******************************************************************
      * 0500-EXCLUI-AUSENCIA - TIRA O PERIODO DO CPF QUE COMECA NA
      * DATA INFORMADA (LANCAMENTO ERRADO OU FALTA ABONADA DEPOIS).
      ******************************************************************
       0500-EXCLUI-AUSENCIA SECTION.
           DISPLAY 'CPF DO FUNCIONARIO: '.
           ACCEPT WRK-CPF.
           DISPLAY 'DATA INICIAL DA AUSENCIA (YYYYMMDD): '.
           ACCEPT WRK-DATA-INI.

           MOVE 0 TO WRK-AUS-POS.
           PERFORM VARYING WRK-AUS-IDX FROM 1 BY 1
                   UNTIL WRK-AUS-IDX > WRK-AUS-QTD
                       OR WRK-AUS-POS > 0
               MOVE WRK-AUS-REG(WRK-AUS-IDX) TO AU-REGISTRO
               IF AU-CPF = WRK-CPF AND AU-DATA-INI = WRK-DATA-INI
                   MOVE WRK-AUS-IDX TO WRK-AUS-POS
               END-IF
           END-PERFORM.

           IF WRK-AUS-POS = 0
               DISPLAY 'AUSENCIA NAO ENCONTRADA'
               GO TO 0500-EXIT
           END-IF.

           PERFORM VARYING WRK-AUS-IDX FROM WRK-AUS-POS BY 1
                   UNTIL WRK-AUS-IDX >= WRK-AUS-QTD
               MOVE WRK-AUS-REG(WRK-AUS-IDX + 1)
                   TO WRK-AUS-REG(WRK-AUS-IDX)
           END-PERFORM.
           SUBTRACT 1 FROM WRK-AUS-QTD.

           PERFORM 0800-REGRAVA-AUSENCIAS.
           DISPLAY 'AUSENCIA EXCLUIDA'.
       0500-EXIT.
           EXIT.

      ******************************************************************
      * 0600-CONSULTA-AUSENCIAS - LISTA NA TELA AS AUSENCIAS DO CPF.
      ******************************************************************
       0600-CONSULTA-AUSENCIAS SECTION.
           DISPLAY 'CPF DO FUNCIONARIO: '.
           ACCEPT WRK-CPF.

           MOVE 0 TO WRK-LISTADOS.
           PERFORM VARYING WRK-AUS-IDX FROM 1 BY 1
                   UNTIL WRK-AUS-IDX > WRK-AUS-QTD
               MOVE WRK-AUS-REG(WRK-AUS-IDX) TO AU-REGISTRO
               IF AU-CPF = WRK-CPF
                   ADD 1 TO WRK-LISTADOS
                   EVALUATE TRUE
                       WHEN AUSENCIA-FALTA
                           MOVE 'FALTA INJUSTIF.' TO WRK-TIPO-DESC
                       WHEN AUSENCIA-ATESTADO
                           MOVE 'ATESTADO MEDICO' TO WRK-TIPO-DESC
                       WHEN AUSENCIA-LICENCA
                           MOVE 'LICENCA LEGAL'   TO WRK-TIPO-DESC
                       WHEN AUSENCIA-INSS
                           MOVE 'AFASTAMENTO INSS' TO WRK-TIPO-DESC
                       WHEN OTHER
                           MOVE 'TIPO INVALIDO'   TO WRK-TIPO-DESC
                   END-EVALUATE
                   DISPLAY AU-DATA-INI ' A ' AU-DATA-FIM ' '
                           WRK-TIPO-DESC ' ' AU-DOCUMENTO
               END-IF
           END-PERFORM.

           IF WRK-LISTADOS = 0
               DISPLAY 'NENHUMA AUSENCIA REGISTRADA PARA O CPF'
           END-IF.

      ******************************************************************
      * 0800-REGRAVA-AUSENCIAS - REGRAVA O ABSENCES COMPLETO.
      ******************************************************************
       0800-REGRAVA-AUSENCIAS SECTION.
           OPEN OUTPUT ABSENCES-FILE.
           PERFORM VARYING WRK-AUS-IDX FROM 1 BY 1
                   UNTIL WRK-AUS-IDX > WRK-AUS-QTD
               MOVE WRK-AUS-REG(WRK-AUS-IDX) TO AU-REGISTRO
               WRITE AU-REGISTRO
           END-PERFORM.
           CLOSE ABSENCES-FILE.

       END PROGRAM PROGCOB159.
