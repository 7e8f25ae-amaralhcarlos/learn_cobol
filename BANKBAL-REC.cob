      ******************************************************************
      * BANKBAL-REC - SALDOS DE CADA EXTRATO IMPORTADO (ARQUIVO
      * BANKBALANCES, ACUMULADO PELO PROGCOB142, UM REGISTRO POR CONTA
      * E EXTRATO). SALDO INICIAL E FINAL COMO O BANCO INFORMA NO
      * HEADER E NO TRAILER DO LOTE, COM A NATUREZA ('C' CREDOR, 'D'
      * DEVEDOR), E OS TOTAIS DOS LANCAMENTOS IMPORTADOS. A CONTA E A
      * DATA DO SALDO FINAL IDENTIFICAM O EXTRATO: O MESMO EXTRATO NAO
      * ENTRA DUAS VEZES.
      ******************************************************************
       01  BB-REGISTRO.
           02  BB-CONTA            PIC 9(02).
           02  BB-DATA-INI         PIC 9(08).
           02  BB-SALDO-INI        PIC 9(11)V99.
           02  BB-NAT-INI          PIC X(01).
           02  BB-DATA-FIM         PIC 9(08).
           02  BB-SALDO-FIM        PIC 9(11)V99.
           02  BB-NAT-FIM          PIC X(01).
           02  BB-TOT-CREDITOS     PIC 9(11)V99.
           02  BB-TOT-DEBITOS      PIC 9(11)V99.
           02  BB-QTDE-LANC        PIC 9(05).
           02  BB-DATA-IMPORT      PIC 9(08).
