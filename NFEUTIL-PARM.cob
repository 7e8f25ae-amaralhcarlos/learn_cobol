      ******************************************************************
      * NFEUTIL-PARM - AREA DE PARAMETROS DO SUBPROGRAMA DE NOTA
      * FISCAL (NFEUTIL), COMPARTILHADA PELAS POSTAGENS DE PEDIDOS
      * (PROGCOB025/PROGCOB014) E PELA MANUTENCAO DE NOTAS DO
      * PROGCOB131. TODA NOTA, CANCELAMENTO E INUTILIZACAO VAI PARA O
      * REGISTRO NFREGISTER E PARA A INTERFACE NFEOUT.
      *
      * NE-FUNCAO:
      *   'E' = EMITE: NUMERA A NOTA DO PEDIDO NA SERIE ATIVA DA
      *         FILIAL NE-FILIAL (DEVOLVIDAS EM NE-SERIE/NE-NUMERO),
      *         CALCULA PIS E COFINS PELO PISCOFRATE VIGENTE NA DATA
      *         NE-DATA (DEVOLVIDOS EM NE-PIS/NE-COFINS), BUSCA O
      *         CNPJ/CPF DO CLIENTE NO CUSTMASTER E OS ITENS NO
      *         ORDERLINES (PEDIDO SEM LINHAS SAI COM UM ITEM UNICO
      *         'DIVERSOS' PELO VALOR SEM FRETE).
      *   'C' = CANCELA: CANCELA A NOTA NE-FILIAL/NE-SERIE/NE-NUMERO
      *         COM O MOTIVO NE-MOTIVO NA DATA NE-DATA. SO NOTA
      *         EMITIDA ('X' EM NE-RETORNO QUANDO JA CANCELADA OU
      *         INUTILIZADA) E ATE O DIA SEGUINTE AO DA EMISSAO ('P'
      *         QUANDO PASSOU O PRAZO).
      *   'I' = INUTILIZA: INUTILIZA A FAIXA NE-NUMERO A
      *         NE-NUMERO-ATE DA SERIE (ATE 500 NUMEROS), COM O
      *         MOTIVO. NUMERO JA USADO NA FAIXA DEVOLVE 'X' SEM GRAVAR
      *         NADA; FAIXA ALEM DO ULTIMO NUMERO AVANCA A SERIE.
      *   'A' = ABRE SERIE: ABRE A SERIE NE-SERIE NA FILIAL, QUE
      *         PASSA A SER A ATIVA ('X' QUANDO A SERIE JA EXISTE).
      * NE-RETORNO 'S' = FEITO, 'N' = NOTA OU SERIE INEXISTENTE.
      ******************************************************************
       01  NE-PARM.
           02  NE-FUNCAO           PIC X(01).
           02  NE-RETORNO          PIC X(01).
           02  NE-FILIAL           PIC 9(02).
           02  NE-SERIE            PIC 9(03).
           02  NE-NUMERO           PIC 9(09).
           02  NE-NUMERO-ATE       PIC 9(09).
           02  NE-DATA             PIC 9(08).
           02  NE-PEDIDO           PIC 9(10).
           02  NE-CLIENTE          PIC 9(06).
           02  NE-UF-DESTINO       PIC X(02).
           02  NE-VALOR            PIC 9(08)V99.
           02  NE-FRETE            PIC 9(06)V99.
           02  NE-ICMS             PIC 9(06)V99.
           02  NE-PIS              PIC 9(06)V99.
           02  NE-COFINS           PIC 9(06)V99.
           02  NE-MOTIVO           PIC X(30).
           02  NE-PROGRAMA         PIC X(11).
           02  NE-OPERADOR         PIC X(10).
