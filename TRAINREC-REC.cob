      ******************************************************************
      * TRAINREC-REC - LAYOUT DAS CONCLUSOES DE TREINAMENTO POR
      * FUNCIONARIO (TRAINRECS, MANTIDO PELO PROGCOB166): CPF, CURSO
      * DO TRAINCAT, DATA DA CONCLUSAO (OU DA EMISSAO DO DOCUMENTO),
      * VALIDADE DO CERTIFICADO (ZERO = NAO VENCE) E A ENTIDADE OU O
      * INSTRUTOR. A RECICLAGEM GANHA UMA LINHA NOVA; VALE A CONCLUSAO
      * MAIS RECENTE DO CURSO.
      ******************************************************************
       01  TQ-REGISTRO.
           02  TQ-CPF              PIC 9(11).
           02  TQ-CURSO            PIC X(06).
           02  TQ-DATA             PIC 9(08).
           02  TQ-VALIDADE         PIC 9(08).
           02  TQ-INSTRUTOR        PIC X(30).
