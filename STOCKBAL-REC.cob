      ******************************************************************
      * STOCKBAL-REC - LAYOUT DO SALDO DE ESTOQUE (STOCKBAL), ARQUIVO
      * INDEXADO POR PRODUTO DO PRODMASTER + FILIAL. O SALDO SO E
      * MEXIDO PELO SUBPROGRAMA STOCKUTIL, QUE GRAVA CADA MOVIMENTO
      * (SAIDA, ENTRADA, AJUSTE) NO LOG STOCKMOV; O SALDO DE UM
      * PRODUTO/FILIAL E SEMPRE EXPLICADO PELA SOMA DOS MOVIMENTOS.
      * SB-DATA-ULT-MOV E A DATA DO ULTIMO MOVIMENTO APLICADO.
      ******************************************************************
       01  SB-REGISTRO.
           02  SB-CHAVE.
               03  SB-PRODUTO      PIC X(08).
               03  SB-FILIAL       PIC 9(02).
           02  SB-QTDE             PIC 9(07).
           02  SB-DATA-ULT-MOV     PIC 9(08).
