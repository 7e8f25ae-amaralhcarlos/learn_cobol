      ******************************************************************
      * NFEOUT-REC - LAYOUT DO ARQUIVO DE INTERFACE NFEOUT, LIDO PELO
      * TRANSMISSOR DA NF-E. TODO REGISTRO TRAZ O TIPO E A NOTA
      * (FILIAL EMITENTE, SERIE E NUMERO):
      *   'C' = CABECALHO DA NOTA EMITIDA (DESTINATARIO, TOTAIS E
      *         IMPOSTOS JA CALCULADOS), SEGUIDO DE UM 'I' POR ITEM;
      *   'X' = CANCELAMENTO DA NOTA, COM O MOTIVO;
      *   'N' = INUTILIZACAO DA FAIXA NX-NUMERO A NX-E-NUMERO-ATE.
      ******************************************************************
       01  NX-REGISTRO.
           02  NX-TIPO             PIC X(01).
           02  NX-FILIAL           PIC 9(02).
           02  NX-SERIE            PIC 9(03).
           02  NX-NUMERO           PIC 9(09).
           02  NX-DADOS            PIC X(110).
       01  NX-CABECALHO REDEFINES NX-REGISTRO.
           02  FILLER              PIC X(15).
           02  NX-C-DATA           PIC 9(08).
           02  NX-C-UF-EMITENTE    PIC X(02).
           02  NX-C-PEDIDO         PIC 9(10).
           02  NX-C-CLIENTE        PIC 9(06).
           02  NX-C-CNPJ-CPF       PIC 9(14).
           02  NX-C-UF-DESTINO     PIC X(02).
           02  NX-C-VALOR          PIC 9(08)V99.
           02  NX-C-FRETE          PIC 9(06)V99.
           02  NX-C-ICMS           PIC 9(06)V99.
           02  NX-C-PIS            PIC 9(06)V99.
           02  NX-C-COFINS         PIC 9(06)V99.
           02  NX-C-QTDE-ITENS     PIC 9(02).
           02  FILLER              PIC X(24).
       01  NX-ITEM REDEFINES NX-REGISTRO.
           02  FILLER              PIC X(15).
           02  NX-I-ITEM           PIC 9(02).
           02  NX-I-PRODUTO        PIC X(08).
           02  NX-I-QTDE           PIC 9(05).
           02  NX-I-PRECO          PIC 9(06)V99.
           02  NX-I-VALOR          PIC 9(08)V99.
           02  FILLER              PIC X(77).
       01  NX-EVENTO REDEFINES NX-REGISTRO.
           02  FILLER              PIC X(15).
           02  NX-E-DATA           PIC 9(08).
           02  NX-E-NUMERO-ATE     PIC 9(09).
           02  NX-E-MOTIVO         PIC X(30).
           02  NX-E-OPERADOR       PIC X(10).
           02  FILLER              PIC X(53).
