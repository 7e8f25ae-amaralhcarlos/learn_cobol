      ******************************************************************
      * STOCKUTIL-PARM - AREA DE PARAMETROS DO SUBPROGRAMA DE ESTOQUE
      * (STOCKUTIL), COMPARTILHADA PELOS PROGRAMAS QUE CONSULTAM OU
      * MOVIMENTAM O SALDO DO STOCKBAL. TODO MOVIMENTO ACEITO E
      * GRAVADO NO LOG STOCKMOV COM O PROGRAMA, O OPERADOR E O
      * DOCUMENTO INFORMADOS.
      *
      * SK-FUNCAO:
      *   'C' = CONSULTA: DEVOLVE O SALDO EM SK-SALDO (ZERO QUANDO O
      *         PRODUTO/FILIAL NAO TEM REGISTRO).
      *   'V' = VERIFICA: SK-RETORNO 'S' QUANDO O SALDO COBRE
      *         SK-QTDE, 'N' QUANDO NAO COBRE. NAO MEXE NO SALDO.
      *   'S' = SAIDA: BAIXA SK-QTDE DO SALDO; SALDO INSUFICIENTE
      *         DEVOLVE 'N' SEM BAIXAR NADA.
      *   'E' = ENTRADA: SOMA SK-QTDE AO SALDO (CRIA O REGISTRO DO
      *         PRODUTO/FILIAL NA PRIMEIRA ENTRADA).
      *   'A' = AJUSTE: SOMA (SK-SENTIDO '+') OU SUBTRAI ('-')
      *         SK-QTDE; AJUSTE QUE DEIXARIA O SALDO NEGATIVO DEVOLVE
      *         'N' SEM MEXER.
      *   'T' = TOTAL: DEVOLVE EM SK-SALDO A SOMA DO SALDO DO PRODUTO
      *         EM TODAS AS FILIAIS (SK-FILIAL NAO E USADA), BASE DO
      *         CUSTO MEDIO PONDERADO DO RECEBIMENTO.
      * SK-CONTROLE DIZ SE O ESTOQUE ESTA SENDO CONTROLADO: 'N' QUANDO
      * O STOCKBAL AINDA NAO EXISTE - NESSE CASO 'V' E 'S' DEVOLVEM
      * 'S' SEM GRAVAR NADA, E TUDO SEGUE COMO ANTES DO CONTROLE.
      ******************************************************************
       01  SK-PARM.
           02  SK-FUNCAO           PIC X(01).
           02  SK-RETORNO          PIC X(01).
           02  SK-CONTROLE         PIC X(01).
           02  SK-PRODUTO          PIC X(08).
           02  SK-FILIAL           PIC 9(02).
           02  SK-QTDE             PIC 9(07).
           02  SK-SENTIDO          PIC X(01).
           02  SK-SALDO            PIC 9(07).
           02  SK-DOCUMENTO        PIC 9(10).
           02  SK-PROGRAMA         PIC X(11).
           02  SK-OPERADOR         PIC X(10).
