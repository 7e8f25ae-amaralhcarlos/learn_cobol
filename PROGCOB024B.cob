      *              NO LUGAR, E O TXN-ID E REGISTRADO NO POSTEDIDS
      *              LOGO DEPOIS DA ATUALIZACAO, TRANSACAO A
      *              TRANSACAO.
      * 15/10/2026 - A TABELA EM MEMORIA E A REGRAVACAO DO ARITEMS
      *              PASSARAM A CARREGAR O AR-TIPO (TITULO DE VENDA OU
      *              DE ENCARGOS), PARA NAO APAGAR A MARCA DO TITULO DE
      *              ENCARGOS GERADO PELO PROGCOB069.
      * 15/10/2026 - A TABELA EM MEMORIA E A REGRAVACAO DO ARITEMS
      *              PASSARAM A CARREGAR A MOEDA, O VALOR EM MOEDA
      *              ESTRANGEIRA E A TAXA DA EMISSAO DO TITULO DE
      *              EXPORTACAO (AR-MOEDA, AR-VALOR-ME, AR-TAXA)
      ******************************************************************

       ENVIRONMENT DIVISION.
               03  WRK-TIT-PEDIDO      PIC 9(10).
               03  WRK-TIT-PARCELA     PIC 9(02).
               03  WRK-TIT-TOT-PARC    PIC 9(02).
               03  WRK-TIT-TIPO        PIC X(01).
               03  WRK-TIT-MOEDA       PIC X(03).
               03  WRK-TIT-VALOR-ME    PIC 9(08)V99.
               03  WRK-TIT-TAXA        PIC 9(03)V9(04).
       01  WRK-CC-FILIAL.
           02  FILLER          PIC X(01)       VALUE 'F'.
           02  WRK-CC-FIL-NUM  PIC 9(02).
                           MOVE 01
                               TO WRK-TIT-TOT-PARC(WRK-TIT-QTD)
                       END-IF
                       MOVE AR-TIPO TO WRK-TIT-TIPO(WRK-TIT-QTD)
                       MOVE AR-MOEDA TO WRK-TIT-MOEDA(WRK-TIT-QTD)
                       IF AR-VALOR-ME NUMERIC AND AR-TAXA NUMERIC
                           MOVE AR-VALOR-ME
                               TO WRK-TIT-VALOR-ME(WRK-TIT-QTD)
                           MOVE AR-TAXA
                               TO WRK-TIT-TAXA(WRK-TIT-QTD)
                       ELSE
                           MOVE 0 TO WRK-TIT-VALOR-ME(WRK-TIT-QTD)
                           MOVE 0 TO WRK-TIT-TAXA(WRK-TIT-QTD)
                       END-IF
               END-READ
           END-PERFORM.

               MOVE WRK-TIT-PEDIDO(WRK-TIT-IDX)     TO AR-PEDIDO
               MOVE WRK-TIT-PARCELA(WRK-TIT-IDX)    TO AR-PARCELA
               MOVE WRK-TIT-TOT-PARC(WRK-TIT-IDX)   TO AR-TOT-PARCELAS
               MOVE WRK-TIT-TIPO(WRK-TIT-IDX)       TO AR-TIPO
               MOVE WRK-TIT-MOEDA(WRK-TIT-IDX)      TO AR-MOEDA
               MOVE WRK-TIT-VALOR-ME(WRK-TIT-IDX)   TO AR-VALOR-ME
               MOVE WRK-TIT-TAXA(WRK-TIT-IDX)       TO AR-TAXA
               WRITE AR-REGISTRO
           END-PERFORM.
           CLOSE AR-ITEMS-FILE.
