      ******************************************************************
      * PINUTIL-PARM - AREA DE PARAMETROS DO SUBPROGRAMA DE SENHAS
      * (PINUTIL), NO MESMO DESENHO DO DATEUTIL. O USERMASTER NAO GUARDA
      * MAIS O PIN: GUARDA UM SAL (UM-PIN-SALT) E O HASH DE MAO UNICA
      * DO SAL COM A SENHA (UM-PIN-HASH). QUEM VALIDA LOGIN CHAMA 'C';
      * QUEM GRAVA SENHA NOVA CHAMA 'G' E GUARDA O SAL E O HASH.
      *
      * PU-FUNCAO:
      *   'C' = CONFERE PU-SENHA CONTRA PU-SALT/PU-HASH (PU-RETORNO
      *         'S' CONFERE / 'N' NAO CONFERE). HASH ZERADO OU INVALIDO
      *         (USUARIO AINDA NAO CONVERTIDO) NUNCA CONFERE.
      *   'G' = VALIDA O FORMATO DE PU-SENHA PARA O NIVEL PU-NIVEL E
      *         DEVOLVE SAL NOVO E HASH (PU-RETORNO 'N' COM O MOTIVO
      *         EM PU-MENSAGEM QUANDO O FORMATO NAO SERVE). NIVEL 01
      *         (ADMIN) ACEITA PIN DE 4 DIGITOS OU SENHA DE 8 A 16
      *         CARACTERES SEM BRANCOS; OS DEMAIS, SO PIN DE 4 DIGITOS.
      ******************************************************************
       01  PU-PARM.
           02  PU-FUNCAO           PIC X(01).
           02  PU-NIVEL            PIC 9(02).
           02  PU-SENHA            PIC X(16).
           02  PU-SALT             PIC 9(08).
           02  PU-HASH             PIC 9(18).
           02  PU-RETORNO          PIC X(01).
               88  PU-CONFERE                  VALUE 'S'.
           02  PU-MENSAGEM         PIC X(50).
