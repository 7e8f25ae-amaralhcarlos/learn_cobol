      ******************************************************************
      * SHIFT-REC - LAYOUT DO CADASTRO DE TURNOS (SHIFTMASTER): CODIGO,
      * DESCRICAO, HORARIO DE ENTRADA E DE SAIDA (HHMM - SAIDA MENOR
      * QUE A ENTRADA E TURNO QUE VIRA A NOITE E TERMINA NO DIA
      * SEGUINTE), INTERVALO EM MINUTOS (DESCONTADO DA JORNADA) E A
      * TOLERANCIA EM MINUTOS PARA ATRASO E SAIDA ANTECIPADA.
      * TURNO SEMANAL (TU-TIPO 'S') TRABALHA NOS DIAS MARCADOS 'S' EM
      * TU-DIAS-SEMANA (DOMINGO A SABADO); ESCALA DE REVEZAMENTO
      * ('R', 12X36 E PARECIDAS) TRABALHA TU-CICLO-TRAB DIAS E FOLGA
      * TU-CICLO-FOLGA DIAS, COM O CICLO CONTADO A PARTIR DA VIGENCIA
      * DA ATRIBUICAO DO FUNCIONARIO (SHIFTASG-REC), QUE E DIA DE
      * TRABALHO.
      ******************************************************************
       01  TU-REGISTRO.
           02  TU-CODIGO           PIC X(04).
           02  TU-DESCRICAO        PIC X(30).
           02  TU-ENTRADA          PIC 9(04).
           02  TU-SAIDA            PIC 9(04).
           02  TU-INTERVALO        PIC 9(03).
           02  TU-TOLERANCIA       PIC 9(02).
           02  TU-TIPO             PIC X(01).
               88  TURNO-SEMANAL               VALUE 'S'.
               88  TURNO-REVEZAMENTO           VALUE 'R'.
           02  TU-DIAS-SEMANA      PIC X(07).
           02  TU-CICLO-TRAB       PIC 9(02).
           02  TU-CICLO-FOLGA      PIC 9(02).
