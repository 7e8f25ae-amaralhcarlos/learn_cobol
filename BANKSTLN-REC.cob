      ******************************************************************
      * BANKSTLN-REC - LINHA DO EXTRATO BANCARIO IMPORTADO DO CNAB-240
      * PELO PROGCOB142 (ARQUIVO BANKSTMTLINES, O EXTRATO DO DIA DE
      * TODAS AS CONTAS). SL-CONTA E O CODIGO INTERNO DO BANKACCOUNTS;
      * SL-TIPO 'D' DEBITO / 'C' CREDITO; SL-CATEGORIA E SL-COD-HIST
      * SAO A CATEGORIA FEBRABAN E O CODIGO DE HISTORICO DO PROPRIO
      * BANCO, SL-HISTORICO O TEXTO QUE O BANCO MANDA.
      ******************************************************************
       01  SL-REGISTRO.
           02  SL-CONTA            PIC 9(02).
           02  SL-DATA             PIC 9(08).
           02  SL-TIPO             PIC X(01).
               88  LANCAMENTO-DEBITO           VALUE 'D'.
               88  LANCAMENTO-CREDITO          VALUE 'C'.
           02  SL-VALOR            PIC 9(11)V99.
           02  SL-CATEGORIA        PIC X(03).
           02  SL-COD-HIST         PIC X(04).
           02  SL-HISTORICO        PIC X(25).
           02  SL-DOCUMENTO        PIC X(20).
