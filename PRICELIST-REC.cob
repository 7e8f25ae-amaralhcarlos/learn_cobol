      ******************************************************************
      * PRICELIST-REC - LAYOUT DA LISTA DE PRECOS COM VIGENCIA
      * (PRICELIST), ARQUIVO INDEXADO POR PRODUTO DO PRODMASTER + DATA
      * DE INICIO DA VIGENCIA. O PRECO DE TABELA DE UM PRODUTO EM UMA
      * DATA E O DA ENTRADA DE MAIOR PL-VIG-DE QUE NAO PASSA DA DATA;
      * SEM ENTRADA VIGENTE, VALE O PRD-PRECO-UNIT DO CADASTRO. AS
      * ENTRADAS SAO LIDAS E GRAVADAS PELO SUBPROGRAMA PRICEUTIL, QUE
      * REGISTRA TODA GRAVACAO NO LOG DE AUDITORIA PRICEAUDIT, E NUNCA
      * SAO APAGADAS, PARA PROVAR O PRECO DE TABELA DE QUALQUER DIA.
      * PL-REFERENCIA AMARRA A ENTRADA A ORIGEM (NUMERO DO REAJUSTE
      * EM MASSA DO PROGCOB130; BRANCO NA MANUTENCAO DO PROGCOB080).
      ******************************************************************
       01  PL-REGISTRO.
           02  PL-CHAVE.
               03  PL-PRODUTO      PIC X(08).
               03  PL-VIG-DE       PIC 9(08).
           02  PL-PRECO            PIC 9(06)V99.
           02  PL-DATA-REG         PIC 9(08).
           02  PL-OPERADOR         PIC X(10).
           02  PL-PROGRAMA         PIC X(11).
           02  PL-REFERENCIA       PIC X(10).
