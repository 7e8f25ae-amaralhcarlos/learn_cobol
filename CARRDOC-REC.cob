      ******************************************************************
      * CARRDOC-REC - LAYOUT DO CADASTRO DE DOCUMENTOS DAS
      * TRANSPORTADORAS (ARQUIVO CARRDOCS, MANTIDO PELO PROGCOB156).
      * UMA LINHA POR TRANSPORTADORA + TIPO DE DOCUMENTO (RNTRC DA
      * ANTT, APOLICE RCTR-C, APOLICE RCF-DC...), COM NUMERO, EMISSAO
      * E VALIDADE. DOCUMENTO OBRIGATORIO VENCIDO TIRA A
      * TRANSPORTADORA DA COTACAO E DO ROMANEIO (CDOCUTIL).
      ******************************************************************
       01  CD-REGISTRO.
           02  CD-TRANSP           PIC 9(03).
           02  CD-TIPO             PIC X(06).
               88  DOC-RNTRC                   VALUE 'RNTRC '.
               88  DOC-RCTRC                   VALUE 'RCTRC '.
               88  DOC-RCFDC                   VALUE 'RCFDC '.
           02  CD-NUMERO           PIC X(20).
           02  CD-EMISSAO          PIC 9(08).
           02  CD-VALIDADE         PIC 9(08).
           02  CD-OBRIGATORIO      PIC X(01).
               88  DOC-OBRIGATORIO             VALUE 'S'.
