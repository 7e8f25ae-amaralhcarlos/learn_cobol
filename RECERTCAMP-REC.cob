      ******************************************************************
      * RECERTCAMP-REC - LAYOUT DO CONTROLE DAS CAMPANHAS DE
      * RECERTIFICACAO DE ACESSOS (RECERTCAMP), UMA LINHA POR CAMPANHA.
      * O NUMERO DA CAMPANHA E O ANO E O TRIMESTRE DA ABERTURA (AAAAT);
      * SO UMA CAMPANHA FICA ABERTA POR VEZ.
      ******************************************************************
       01  CG-REGISTRO.
           02  CG-CAMPANHA         PIC 9(05).
           02  CG-ABERTURA         PIC 9(08).
           02  CG-PRAZO            PIC 9(08).
           02  CG-ABERTA-POR       PIC X(20).
           02  CG-SITUACAO         PIC X(01).
               88  CAMPANHA-ABERTA             VALUE 'A'.
               88  CAMPANHA-ENCERRADA          VALUE 'E'.
           02  CG-ENCERRAMENTO     PIC 9(08).
