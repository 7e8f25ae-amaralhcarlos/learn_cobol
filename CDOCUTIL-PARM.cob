      ******************************************************************
      * CDOCUTIL-PARM - AREA DE PARAMETROS DO SUBPROGRAMA CDOCUTIL
      * (DOCUMENTOS DAS TRANSPORTADORAS, ARQUIVO CARRDOCS).
      *
      * CU-FUNCAO:
      *   'B' = BLOQUEIO: CU-RETORNO 'S' QUANDO A TRANSPORTADORA
      *         CU-TRANSP TEM DOCUMENTO OBRIGATORIO COM VALIDADE
      *         ANTERIOR A CU-DATA (VOLTA O TIPO E A VALIDADE DO
      *         DOCUMENTO VENCIDO EM CU-TIPO E CU-VALIDADE); 'N' QUANDO
      *         ESTA LIBERADA. TRANSPORTADORA SEM DOCUMENTO CADASTRADO,
      *         OU SEM O CARRDOCS NO AR, FICA LIBERADA.
      * O CADASTRO E LIDO NA PRIMEIRA CHAMADA E FICA EM MEMORIA.
      ******************************************************************
       01  CU-PARM.
           02  CU-FUNCAO       PIC X(01).
           02  CU-RETORNO      PIC X(01).
           02  CU-TRANSP       PIC 9(03).
           02  CU-DATA         PIC 9(08).
           02  CU-TIPO         PIC X(06).
           02  CU-VALIDADE     PIC 9(08).
