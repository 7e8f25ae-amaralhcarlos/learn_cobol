      ******************************************************************
      * VISITPREREG-REC - LAYOUT DA AGENDA DE VISITAS (VISITPREREG).
      * CADA LINHA AUTORIZA UM CPF DE VISITANTE A ENTRAR NUMA DATA:
      * 'P' = AGENDADA ANTES POR UM FUNCIONARIO NO PROGCOB186, COM O
      * ANFITRIAO (CPF DO EMPLOYEEMASTER) E QUEM AGENDOU; 'R' =
      * VISITANTE NAO ESPERADO APROVADO NA HORA PELA RECEPCAO NO
      * QUIOSQUE PROGCOB002, COM O CPF DE QUEM APROVOU. A CHEGADA NAO
      * E MARCADA AQUI: O VISITORLOG DO DIA E QUE DIZ QUEM ENTROU (O
      * ESPERADO X CHEGOU SAI NO PROGCOB187). VISITA CANCELADA FICA
      * COM SITUACAO 'X' E NAO LIBERA MAIS A ENTRADA.
      ******************************************************************
       01  VP-REGISTRO.
           02  VP-DATA             PIC 9(08).
           02  VP-CPF              PIC 9(11).
           02  VP-NOME             PIC X(40).
           02  VP-EMPRESA          PIC X(30).
           02  VP-ANFITRIAO-CPF    PIC 9(11).
           02  VP-ORIGEM           PIC X(01).
               88  VISITA-AGENDADA             VALUE 'P'.
               88  VISITA-APROVADA-RECEPCAO    VALUE 'R'.
           02  VP-AUTORIZADOR      PIC 9(11).
           02  VP-SITUACAO         PIC X(01).
               88  VISITA-VALIDA               VALUE 'E'.
               88  VISITA-CANCELADA            VALUE 'X'.
