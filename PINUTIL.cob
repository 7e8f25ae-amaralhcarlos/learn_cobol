       IDENTIFICATION DIVISION.
       PROGRAM-ID. PINUTIL.
      ******************************************************************
      *AUTHOR: CARLOS AMARAL
      *DATE: 15/10/2026
      *PURPOSE: SENHAS DO USERMASTER EM UM LUGAR SO. O PIN ERA GRAVADO
      *         EM CLARO (PIC 9(04)) E QUALQUER UM QUE LESSE O ARQUIVO
      *         OU UMA GERACAO DO PROGCOB054 VIA O PIN DE TODOS, ATE
      *         DOS ADMINS QUE APROVAM BAIXAS E LOTES. AGORA O CADASTRO
      *         GUARDA SO UM SAL POR USUARIO E UM HASH DE MAO UNICA DO
      *         SAL COM A SENHA, CALCULADO AQUI; OS PROGRAMAS DE LOGIN
      *         CONFEREM PELO HASH E NUNCA VEEM A SENHA GRAVADA. VER AS
      *         FUNCOES NA COPY PINUTIL-PARM.
      *
      *         O HASH SAO DOIS ACUMULADORES DE 9 DIGITOS (RESTO POR
      *         DOIS PRIMOS GRANDES) QUE PERCORREM SAL + SENHA BYTE A
      *         BYTE, REPETIDOS WRK-RODADAS VEZES PARA ENCARECER A
      *         TENTATIVA EM MASSA. MUDAR O ALGORITMO OU O NUMERO DE
      *         RODADAS INVALIDA TODAS AS SENHAS GRAVADAS.
      ******************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77  WRK-RODADAS         PIC 9(04)       VALUE 500.
       77  WRK-RODADA          PIC 9(04)       VALUE ZEROES.
       77  WRK-POS             PIC 9(02)       VALUE ZEROES.
       77  WRK-PRIMO-1         PIC 9(09)       VALUE 999999937.
       77  WRK-PRIMO-2         PIC 9(09)       VALUE 999999929.
       77  WRK-ACUM-1          PIC 9(09)       VALUE ZEROES.
       77  WRK-ACUM-2          PIC 9(09)       VALUE ZEROES.
       77  WRK-CONTA           PIC 9(15)       VALUE ZEROES.
       77  WRK-QUOCIENTE       PIC 9(15)       VALUE ZEROES.
       77  WRK-TAMANHO         PIC 9(02)       VALUE ZEROES.
       77  WRK-CHAMADAS        PIC 9(05)       VALUE ZEROES.

      ******************************************************************
      * MATERIAL DO HASH: SAL (8 DIGITOS) SEGUIDO DA SENHA (16).
      ******************************************************************
       01  WRK-MATERIAL.
           02  WRK-MAT-SALT    PIC 9(08).
           02  WRK-MAT-SENHA   PIC X(16).
       01  WRK-MATERIAL-BYTES REDEFINES WRK-MATERIAL.
           02  WRK-MAT-BYTE    PIC X(01)       OCCURS 24 TIMES.

      ******************************************************************
      * VALOR NUMERICO DE UM BYTE: O BYTE NA METADE BAIXA DE UMA
      * MEIA-PALAVRA BINARIA COM A METADE ALTA ZERADA.
      ******************************************************************
       01  WRK-BYTE-AREA.
           02  WRK-BYTE-ALTO   PIC X(01)       VALUE LOW-VALUE.
           02  WRK-BYTE        PIC X(01)       VALUE LOW-VALUE.
       01  WRK-BYTE-VALOR REDEFINES WRK-BYTE-AREA PIC 9(04) COMP.

       01  WRK-RESULTADO.
           02  WRK-RES-1       PIC 9(09).
           02  WRK-RES-2       PIC 9(09).
       01  WRK-RESULTADO-NUM REDEFINES WRK-RESULTADO PIC 9(18).

       01  WRK-AGORA.
           02  WRK-AGORA-HHMM  PIC 9(04).
           02  WRK-AGORA-SSCC  PIC 9(04).
       01  WRK-AGORA-NUM REDEFINES WRK-AGORA PIC 9(08).
       77  WRK-HOJE            PIC 9(08)       VALUE ZEROES.

       LINKAGE SECTION.
           COPY 'PINUTIL-PARM.cob'.

       PROCEDURE DIVISION USING PU-PARM.

           MOVE 'N' TO PU-RETORNO.
           MOVE SPACES TO PU-MENSAGEM.

           EVALUATE PU-FUNCAO
               WHEN 'C'
                   PERFORM 1000-CONFERE
               WHEN 'G'
                   PERFORM 2000-GERA
               WHEN OTHER
                   MOVE 'FUNCAO DESCONHECIDA' TO PU-MENSAGEM
           END-EVALUATE.

           GOBACK.

      ******************************************************************
      * 1000-CONFERE - RECALCULA O HASH DA SENHA DIGITADA COM O SAL
      * GRAVADO E COMPARA COM O HASH GRAVADO.
      ******************************************************************
       1000-CONFERE SECTION.
           IF PU-HASH NOT NUMERIC OR PU-HASH = 0
               OR PU-SALT NOT NUMERIC
               MOVE 'SENHA NAO CONVERTIDA - PROCURE O ADMIN'
                   TO PU-MENSAGEM
               GO TO 1000-EXIT
           END-IF.

           PERFORM 3000-CALCULA-HASH.
           IF WRK-RESULTADO-NUM = PU-HASH
               MOVE 'S' TO PU-RETORNO
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-GERA - CONFERE O FORMATO DA SENHA PARA O NIVEL, SORTEIA O
      * SAL (HORA, DATA E CONTADOR DE CHAMADAS, PARA DOIS USUARIOS NA
      * MESMA RODADA NAO RECEBEREM O MESMO SAL) E CALCULA O HASH.
      ******************************************************************
       2000-GERA SECTION.
           MOVE 0 TO WRK-TAMANHO.
           INSPECT PU-SENHA TALLYING WRK-TAMANHO
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WRK-TAMANHO < 16
               IF PU-SENHA(WRK-TAMANHO + 1:) NOT = SPACES
                   MOVE 'SENHA NAO PODE TER BRANCOS' TO PU-MENSAGEM
                   GO TO 2000-EXIT
               END-IF
           END-IF.

           IF WRK-TAMANHO = 4 AND PU-SENHA(1:4) IS NUMERIC
               CONTINUE
           ELSE
               IF PU-NIVEL NOT = 01
                   MOVE 'PIN DEVE TER 4 DIGITOS' TO PU-MENSAGEM
                   GO TO 2000-EXIT
               END-IF
               IF WRK-TAMANHO < 8
                   MOVE 'ADMIN: PIN DE 4 DIGITOS OU SENHA DE 8 A 16'
                       TO PU-MENSAGEM
                   GO TO 2000-EXIT
               END-IF
           END-IF.

           ADD 1 TO WRK-CHAMADAS.
           ACCEPT WRK-AGORA FROM TIME.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           COMPUTE WRK-CONTA = WRK-AGORA-NUM * 7
                             + WRK-HOJE
                             + WRK-CHAMADAS * 7919.
           DIVIDE WRK-CONTA BY 99999989 GIVING WRK-QUOCIENTE
               REMAINDER PU-SALT.

           PERFORM 3000-CALCULA-HASH.
           MOVE WRK-RESULTADO-NUM TO PU-HASH.
           MOVE 'S' TO PU-RETORNO.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 3000-CALCULA-HASH - HASH DE PU-SALT + PU-SENHA EM
      * WRK-RESULTADO.
      ******************************************************************
       3000-CALCULA-HASH SECTION.
           MOVE PU-SALT  TO WRK-MAT-SALT.
           MOVE PU-SENHA TO WRK-MAT-SENHA.
           MOVE PU-SALT  TO WRK-ACUM-1.
           MOVE 7919     TO WRK-ACUM-2.

           PERFORM VARYING WRK-RODADA FROM 1 BY 1
                   UNTIL WRK-RODADA > WRK-RODADAS
               PERFORM VARYING WRK-POS FROM 1 BY 1
                       UNTIL WRK-POS > 24
                   MOVE WRK-MAT-BYTE(WRK-POS) TO WRK-BYTE
                   COMPUTE WRK-CONTA = WRK-ACUM-1 * 131
                                     + WRK-BYTE-VALOR + WRK-POS
                   DIVIDE WRK-CONTA BY WRK-PRIMO-1
                       GIVING WRK-QUOCIENTE REMAINDER WRK-ACUM-1
                   COMPUTE WRK-CONTA = WRK-ACUM-2 * 257
                                     + WRK-BYTE-VALOR + WRK-ACUM-1
                   DIVIDE WRK-CONTA BY WRK-PRIMO-2
                       GIVING WRK-QUOCIENTE REMAINDER WRK-ACUM-2
               END-PERFORM
           END-PERFORM.

           MOVE WRK-ACUM-1 TO WRK-RES-1.
           MOVE WRK-ACUM-2 TO WRK-RES-2.

       END PROGRAM PINUTIL.
