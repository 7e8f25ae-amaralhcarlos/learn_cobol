      *         PROVAR QUAL TARIFA VALIA EM QUALQUER DATA. LINHAS
      *         ANTIGAS NUNCA SAO ALTERADAS: UMA TARIFA NOVA ENTRA
      *         COM VIGENCIA NOVA E PASSA A VALER DALI EM DIANTE.
      *MODIFICATION HISTORY:
      * 15/10/2026 - PIN CONFERIDO PELO HASH COM SAL DO USERMASTER
      *              (SUBPROGRAMA PINUTIL), SEM COMPARAR O PIN EM CLARO;
      *              WRK-PIN ACEITA A SENHA LONGA DO ADMIN.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77  WRK-AUDIT-STATUS    PIC X(02)       VALUE SPACES.

       77  WRK-USER            PIC X(20)       VALUE SPACES.
       77  WRK-PIN             PIC X(16)       VALUE SPACES.
           COPY 'PINUTIL-PARM.cob'.
       77  WRK-AUTORIZADO      PIC X(01)       VALUE 'N'.
           88  USUARIO-AUTORIZADO              VALUE 'S'.

               INVALID KEY
                   DISPLAY 'USUARIO NAO CADASTRADO'
               NOT INVALID KEY
                   MOVE 'C'         TO PU-FUNCAO
                   MOVE WRK-PIN     TO PU-SENHA
                   MOVE UM-PIN-SALT TO PU-SALT
                   MOVE UM-PIN-HASH TO PU-HASH
                   CALL 'PINUTIL' USING PU-PARM
                   IF (UM-LEVEL = 01 OR UM-LEVEL = 03)
                       AND PU-CONFERE
                       MOVE 'S' TO WRK-AUTORIZADO
                   END-IF
           END-READ.
