      ******************************************************************
      * NFREGISTER-REC - LAYOUT DO REGISTRO DE NOTAS FISCAIS
      * (NFREGISTER), CHAVEADO POR FILIAL + SERIE + NUMERO. CADA
      * NUMERO DE UMA SERIE TEM UM REGISTRO: A NOTA EMITIDA NA
      * POSTAGEM DO PEDIDO (PROGCOB025/PROGCOB014, VIA NFEUTIL), QUE
      * PODE DEPOIS SER CANCELADA, OU O NUMERO INUTILIZADO SEM NOTA.
      * NUMERO ATE O ULTIMO DA SERIE SEM REGISTRO E LACUNA NAO
      * EXPLICADA, APONTADA PELO RELATORIO DIARIO DO PROGCOB132.
      * NR-SITUACAO: 'E' = EMITIDA, 'C' = CANCELADA, 'I' =
      * INUTILIZADA. DATA, MOTIVO E OPERADOR DO CANCELAMENTO OU DA
      * INUTILIZACAO FICAM NOS CAMPOS DE EVENTO.
      ******************************************************************
       01  NR-REGISTRO.
           02  NR-CHAVE.
               03  NR-FILIAL       PIC 9(02).
               03  NR-SERIE        PIC 9(03).
               03  NR-NUMERO       PIC 9(09).
           02  NR-SITUACAO         PIC X(01).
               88  NF-EMITIDA                  VALUE 'E'.
               88  NF-CANCELADA                VALUE 'C'.
               88  NF-INUTILIZADA              VALUE 'I'.
           02  NR-DATA-EMISSAO     PIC 9(08).
           02  NR-PEDIDO           PIC 9(10).
           02  NR-CLIENTE          PIC 9(06).
           02  NR-CNPJ-CPF         PIC 9(14).
           02  NR-VALOR            PIC 9(08)V99.
           02  NR-FRETE            PIC 9(06)V99.
           02  NR-ICMS             PIC 9(06)V99.
           02  NR-PIS              PIC 9(06)V99.
           02  NR-COFINS           PIC 9(06)V99.
           02  NR-PROGRAMA         PIC X(11).
           02  NR-OPERADOR         PIC X(10).
           02  NR-DATA-EVENTO      PIC 9(08).
           02  NR-MOTIVO           PIC X(30).
           02  NR-OPER-EVENTO      PIC X(10).
