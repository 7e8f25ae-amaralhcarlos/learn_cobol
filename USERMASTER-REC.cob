       01  UM-REGISTRO.
           02  UM-USER         PIC X(20).
           02  UM-LEVEL        PIC 9(02).
      ******************************************************************
      * UM-PIN-ANTIGO E O PIN EM CLARO DO DESENHO ANTIGO: O PROGCOB173
      * CONVERTE CADA USUARIO PARA SAL + HASH E ZERA O CAMPO, QUE FICA
      * SO PARA NAO DESLOCAR O REGISTRO. A SENHA VALE PELO UM-PIN-SALT /
      * UM-PIN-HASH NO FIM DO REGISTRO (SUBPROGRAMA PINUTIL).
      ******************************************************************
           02  UM-PIN-ANTIGO   PIC 9(04).
      ******************************************************************
      * CONTROLES DE SEGURANCA DO PIN: CONTADOR DE FALHAS CONSECUTIVAS
      * (TRES FALHAS BLOQUEIAM), FLAG DE CONTA BLOQUEADA (SO UM ADMIN
           02  UM-BLOQUEADO    PIC X(01).
               88  CONTA-BLOQUEADA             VALUE 'S'.
           02  UM-PIN-DATA     PIC 9(08).
      ******************************************************************
      * UM-CPF VINCULA O USUARIO AO FUNCIONARIO DO EMPLOYEEMASTER
      * (MANTIDO NO PROGCOB050). PELO DEPARTAMENTO DO FUNCIONARIO A
      * RECERTIFICACAO DE ACESSOS (PROGCOB172) ACHA O GESTOR QUE REVISA
      * O USUARIO. REGISTRO ANTIGO VEM COM O CAMPO EM BRANCO E E
      * TRATADO COMO SEM VINCULO (ZERO).
      ******************************************************************
           02  UM-CPF          PIC 9(11).
      ******************************************************************
      * SENHA GUARDADA SO COMO SAL E HASH DE MAO UNICA (PINUTIL). HASH
      * ZERADO OU EM BRANCO = USUARIO AINDA NAO CONVERTIDO, SEM LOGIN.
      ******************************************************************
           02  UM-PIN-SALT     PIC 9(08).
           02  UM-PIN-HASH     PIC 9(18).
