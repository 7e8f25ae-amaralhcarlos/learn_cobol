      ******************************************************************
      * STOCKMOV-REC - LAYOUT DO LOG DE MOVIMENTOS DE ESTOQUE
      * (STOCKMOV), GRAVADO PELO SUBPROGRAMA STOCKUTIL A CADA
      * ALTERACAO DO SALDO DO STOCKBAL. A QUANTIDADE FICA SEMPRE
      * POSITIVA E O SENTIDO DIZ SE ELA SOMOU OU SUBTRAIU DO SALDO;
      * MV-SALDO E O SALDO DO PRODUTO/FILIAL DEPOIS DO MOVIMENTO.
      *   MV-TIPO 'S' = SAIDA (BAIXA POR PEDIDO POSTADO)
      *           'E' = ENTRADA (RECEBIMENTO DE MERCADORIA)
      *           'A' = AJUSTE (CORRECAO MANUAL OU INVENTARIO)
      * MV-DOCUMENTO AMARRA O MOVIMENTO AO DOCUMENTO DE ORIGEM (TXN-ID
      * DO PEDIDO, NUMERO DO RECEBIMENTO...); ZERO QUANDO NAO HA.
      ******************************************************************
       01  MV-REGISTRO.
           02  MV-DATA             PIC 9(08).
           02  MV-PRODUTO          PIC X(08).
           02  MV-FILIAL           PIC 9(02).
           02  MV-TIPO             PIC X(01).
               88  MOV-SAIDA                   VALUE 'S'.
               88  MOV-ENTRADA                 VALUE 'E'.
               88  MOV-AJUSTE                  VALUE 'A'.
           02  MV-SENTIDO          PIC X(01).
               88  MOV-SOMA                    VALUE '+'.
               88  MOV-SUBTRAI                 VALUE '-'.
           02  MV-QTDE             PIC 9(07).
           02  MV-SALDO            PIC 9(07).
           02  MV-DOCUMENTO        PIC 9(10).
           02  MV-PROGRAMA         PIC X(11).
           02  MV-OPERADOR         PIC X(10).
