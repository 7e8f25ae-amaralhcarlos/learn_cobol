      ******************************************************************
      * INQAUDIT-REC - LAYOUT DO LOG DE CONSULTAS A DADOS SALARIAIS E
      * PESSOAIS (INQAUDIT), GRAVADO PELO SUBPROGRAMA INQLUTIL A CADA
      * CONSULTA DE CPF NO PROGCOB005, PROGCOB044, PROGCOB048 E
      * PROGCOB064: QUEM OLHOU, QUANDO, EM QUE PROGRAMA E QUAL CPF.
      * IQ-ACHOU 'N' = CPF CONSULTADO SEM REGISTRO NO ARQUIVO. O
      * RELATORIO MENSAL PARA O RH SAI NO PROGCOB174.
      ******************************************************************
       01  IQ-REGISTRO.
           02  IQ-DATA             PIC 9(08).
           02  IQ-HORA             PIC 9(06).
           02  IQ-OPERADOR         PIC X(20).
           02  IQ-PROGRAMA         PIC X(10).
           02  IQ-CPF              PIC 9(11).
           02  IQ-ACHOU            PIC X(01).
               88  IQ-CPF-ACHADO               VALUE 'S'.
