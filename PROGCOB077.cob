      *         CONTA (GLBALANCES) E REGISTRO T DE ENCERRAMENTO COM A
      *         QUANTIDADE DE REGISTROS DE CADA BLOCO (MESMO DESENHO
      *         DE CONTROLE DO EXPORT ESOCIAL DO PROGCOB049).
      *MODIFICATION HISTORY:
      * 15/10/2026 - PLANO DE CONTAS LIDO PELA COPY GLACCT-REC (CLASSE E
      *              GRUPO DO BALANCO NO FIM DA LINHA).
      * 15/10/2026 - REGISTRO J GANHOU A MARCA DE LANCAMENTO DE
      *              ENCERRAMENTO DO EXERCICIO (S/N).
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  GL-ACCOUNTS-FILE.
           COPY 'GLACCT-REC.cob'.

       FD  GL-TRANSACTION-FILE.
           COPY 'GLTXN-REC.cob'.
           02  WRJ-VALOR       PIC 9(08)V99.
           02  WRJ-CCUSTO      PIC X(04).
           02  WRJ-OPERADOR    PIC X(10).
           02  WRJ-ENCERRAMENTO PIC X(01).
       01  WRK-REG-SALDO.
           02  FILLER          PIC X(01)       VALUE 'B'.
           02  WRB-CONTA       PIC 9(04).
      ******************************************************************
      * 0300-GRAVA-LANC - GRAVA O REGISTRO J SE O LANCAMENTO E DA
      * COMPETENCIA PEDIDA (PELA GL-DATA; LINHA SEM DATA FICA DE
      * FORA). O ULTIMO CAMPO MARCA COM S AS LINHAS DO LANCAMENTO DE
      * ENCERRAMENTO DO EXERCICIO (PROGCOB152) E COM N AS DEMAIS.
      ******************************************************************
       0300-GRAVA-LANC SECTION.
           IF GL-DATA NOT NUMERIC OR GL-DATA = 0
           MOVE GL-VALOR    TO WRJ-VALOR.
           MOVE GL-CCUSTO   TO WRJ-CCUSTO.
           MOVE GL-OPERADOR TO WRJ-OPERADOR.
           IF GL-OPERADOR = 'PROGCOB152'
               MOVE 'S' TO WRJ-ENCERRAMENTO
           ELSE
               MOVE 'N' TO WRJ-ENCERRAMENTO
           END-IF.
           MOVE SPACES TO FX-REGISTRO.
           MOVE WRK-REG-LANC TO FX-REGISTRO.
           WRITE FX-REGISTRO.
