      ******************************************************************
      * SHFTUTIL-PARM - AREA DE PARAMETROS DO SUBPROGRAMA SHFTUTIL
      * (ESCALA DE TURNOS: CADASTRO SHIFTMASTER E ATRIBUICOES
      * SHIFTASSIGN).
      *
      * SF-FUNCAO:
      *   'D' = ESCALA DO DIA: PARA O FUNCIONARIO SF-CPF NA DATA
      *         SF-DATA, DEVOLVE O TURNO VIGENTE (SF-TURNO E
      *         SF-DESCRICAO), SE O DIA E DE TRABALHO NA ESCALA
      *         (SF-ESCALADO S/N), A ENTRADA E A SAIDA PREVISTAS EM
      *         MINUTOS DESDE A MEIA-NOITE, O INTERVALO, A TOLERANCIA, A
      *         JORNADA EM MINUTOS (DA ENTRADA A SAIDA MENOS O
      *         INTERVALO) E SF-VIRA-NOITE 'S' QUANDO A SAIDA CAI NO DIA
      *         SEGUINTE. SF-RETORNO 'S' QUANDO HA TURNO ATRIBUIDO NA
      *         DATA; 'N' QUANDO O FUNCIONARIO NAO TEM ESCALA (JORNADA
      *         FIXA DE 480 MINUTOS) OU O TURNO NAO CONSTA NO CADASTRO.
      * OS ARQUIVOS SAO LIDOS NA PRIMEIRA CHAMADA E FICAM EM MEMORIA.
      ******************************************************************
       01  SF-PARM.
           02  SF-FUNCAO           PIC X(01).
           02  SF-RETORNO          PIC X(01).
           02  SF-CPF              PIC 9(11).
           02  SF-DATA             PIC 9(08).
           02  SF-TURNO            PIC X(04).
           02  SF-DESCRICAO        PIC X(30).
           02  SF-ESCALADO         PIC X(01).
               88  SF-DIA-ESCALADO             VALUE 'S'.
           02  SF-ENTRADA-MIN      PIC 9(04).
           02  SF-SAIDA-MIN        PIC 9(04).
           02  SF-INTERVALO        PIC 9(03).
           02  SF-TOLERANCIA       PIC 9(02).
           02  SF-JORNADA-MIN      PIC 9(04).
           02  SF-VIRA-NOITE       PIC X(01).
               88  SF-TURNO-NOTURNO            VALUE 'S'.
