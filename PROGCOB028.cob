      *         PROGCOB025) DESVIAM PARA SUSPENSE QUALQUER TRANSACAO
      *         DIRIGIDA AO MES FECHADO. A REABERTURA DE UM MES EXIGE
      *         UM USUARIO DE NIVEL MANAGER DO CADASTRO USERMASTER.
      *MODIFICATION HISTORY:
      * 15/10/2026 - PIN CONFERIDO PELO HASH COM SAL DO USERMASTER
      *              (SUBPROGRAMA PINUTIL), SEM COMPARAR O PIN EM CLARO;
      *              WRK-PIN ACEITA A SENHA LONGA DO ADMIN.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77  WRK-RESPOSTA        PIC X(01)       VALUE 'N'.

       77  WRK-USER            PIC X(20)       VALUE SPACES.
       77  WRK-PIN             PIC X(16)       VALUE SPACES.
           COPY 'PINUTIL-PARM.cob'.
       77  WRK-AUTORIZADO      PIC X(01)       VALUE 'N'.
           88  REABRE-AUTORIZADO               VALUE 'S'.

               INVALID KEY
                   DISPLAY 'USUARIO NAO CADASTRADO'
               NOT INVALID KEY
                   MOVE 'C'         TO PU-FUNCAO
                   MOVE WRK-PIN     TO PU-SENHA
                   MOVE UM-PIN-SALT TO PU-SALT
                   MOVE UM-PIN-HASH TO PU-HASH
                   CALL 'PINUTIL' USING PU-PARM
                   IF UM-LEVEL = 03 AND PU-CONFERE
                       MOVE 'S' TO WRK-AUTORIZADO
                   END-IF
           END-READ.
