      ******************************************************************
      * TRSYUTIL-PARM - AREA DE PARAMETROS DO SUBPROGRAMA DE LANCAMENTO
      * DA TESOURARIA NO RAZAO (TRSYUTIL), NO MESMO DESENHO DO
      * DATEUTIL. QUANDO O DINHEIRO SE MEXE (RECEBIMENTO APLICADO PELO
      * PROGCOB069, LOTE DE PAGAMENTO DO PROGCOB094, REMESSA DO
      * LIQUIDO DA FOLHA DO PROGCOB099, GUIA DE FGTS DO PROGCOB096), O
      * PROGRAMA MONTA AS PERNAS DO LANCAMENTO E CHAMA 'L'. O
      * SUBPROGRAMA SO GRAVA NO GLTRANSACTIONS SE O EVENTO (ORIGEM +
      * CHAVE) AINDA NAO CONSTA NO ARQUIVO DE CONTROLE TREASCTL E SE
      * OS DEBITOS FECHAM COM OS CREDITOS; GRAVANDO, REGISTRA O EVENTO
      * NO TREASCTL, PARA UMA NOVA RODADA NAO LANCAR DE NOVO.
      *
      * TS-FUNCAO:
      *   'C' = CONSULTA: TS-RETORNO 'J' QUANDO O EVENTO JA FOI
      *         LANCADO, 'S' QUANDO AINDA NAO.
      *   'L' = LANCA AS TS-QTDE-PERNAS PERNAS COM TS-DATA E
      *         TS-OPERADOR: TS-RETORNO 'S' LANCADO, 'J' JA LANCADO
      *         ANTES (NADA GRAVADO), 'N' RECUSADO (SEM PERNAS OU
      *         DEBITO DIFERENTE DO CREDITO, OU TREASCTL ACIMA DE 9000
      *         EVENTOS - NADA GRAVADO). PERNA
      *         COM VALOR ZERO E IGNORADA; PERNA SEM CENTRO DE CUSTO
      *         SAI COM O CENTRO DE CUSTO DA TESOURARIA.
      * TS-ORIGEM: 'RECB' RECEBIMENTO, 'PGAP' PAGAMENTO DE CONTAS A
      *   PAGAR, 'LIQF' LIQUIDO DA FOLHA, 'FGTS' DEPOSITO DE FGTS,
      *   'BXAT' BAIXA DE BEM DO ATIVO IMOBILIZADO (PROGCOB145).
      ******************************************************************
       01  TS-PARM.
           02  TS-FUNCAO           PIC X(01).
           02  TS-RETORNO          PIC X(01).
           02  TS-ORIGEM           PIC X(04).
           02  TS-CHAVE            PIC X(20).
           02  TS-DATA             PIC 9(08).
           02  TS-OPERADOR         PIC X(10).
           02  TS-QTDE-PERNAS      PIC 9(02).
           02  TS-PERNA            OCCURS 20 TIMES.
               03  TS-CONTA        PIC 9(04).
               03  TS-TIPO         PIC X(01).
               03  TS-VALOR        PIC 9(08)V99.
               03  TS-CCUSTO       PIC X(04).
