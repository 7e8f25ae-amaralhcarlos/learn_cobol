      ******************************************************************
      * RECERTITEM-REC - LAYOUT DOS ITENS DA RECERTIFICACAO DE ACESSOS
      * (RECERTITEMS). NA ABERTURA DA CAMPANHA O PROGCOB172 GRAVA UMA
      * LINHA POR FUNCAO QUE CADA USUARIO TEM NA AUTHMATRIX (PELA LINHA
      * DO USUARIO OU PELA DO NIVEL), COM O GESTOR DO DEPARTAMENTO DO
      * FUNCIONARIO VINCULADO AO USUARIO (UM-CPF -> EM-DEPARTAMENTO ->
      * DM-GERENTE-CPF; ZERO = SEM GESTOR, REVISADO PELO ADMIN). O
      * GESTOR CONFIRMA OU REVOGA; O QUE NAO FOR REVISADO ATE O PRAZO
      * E SUSPENSO NO ENCERRAMENTO. REVOGACAO E SUSPENSAO SO CHEGAM A
      * MATRIZ PELO PROGCOB050 (OPCAO 7), QUE MARCA O ITEM APLICADO.
      ******************************************************************
       01  CE-REGISTRO.
           02  CE-CAMPANHA         PIC 9(05).
           02  CE-USER             PIC X(20).
           02  CE-CPF              PIC 9(11).
           02  CE-FUNCAO           PIC X(02).
           02  CE-ORIGEM           PIC X(01).
               88  CE-PELO-USUARIO             VALUE 'U'.
               88  CE-PELO-NIVEL               VALUE 'N'.
           02  CE-DEPTO            PIC X(04).
           02  CE-GERENTE-CPF      PIC 9(11).
           02  CE-DECISAO          PIC X(01).
               88  ITEM-PENDENTE               VALUE ' '.
               88  ITEM-CONFIRMADO             VALUE 'C'.
               88  ITEM-REVOGADO               VALUE 'R'.
               88  ITEM-SUSPENSO               VALUE 'S'.
           02  CE-REVISOR          PIC X(20).
           02  CE-DATA-DECISAO     PIC 9(08).
           02  CE-APLICADO         PIC X(01).
               88  ITEM-APLICADO               VALUE 'S'.
