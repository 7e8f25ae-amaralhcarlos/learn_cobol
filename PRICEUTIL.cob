       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRICEUTIL.
      ******************************************************************
      *AUTHOR: CARLOS AMARAL
      *DATE: 15/10/2026
      *PURPOSE: SUBPROGRAMA DA LISTA DE PRECOS COM VIGENCIA (MESMO
      *         DESENHO DE SUBPROGRAMA DO STOCKUTIL). OS PRECOS FICAM
      *         NO PRICELIST, INDEXADO POR PRODUTO + INICIO DA
      *         VIGENCIA, E A REGRA DE QUAL PRECO VALE EM UMA DATA FICA
      *         AQUI EM UM LUGAR SO: A ENTRADA DE PEDIDOS (PROGCOB084)
      *         E A CRITICA (PROGCOB053) PRECIFICAM PELA DATA DO
      *         PEDIDO, E A MANUTENCAO DO PRODUTO (PROGCOB080) E O
      *         REAJUSTE EM MASSA (PROGCOB130) GRAVAM POR AQUI, COM
      *         TODA GRAVACAO REGISTRADA NO LOG PRICEAUDIT. VER AS
      *         FUNCOES NA COPY PRICEUTIL-PARM.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRICE-LIST-FILE ASSIGN TO 'PRICELIST'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PL-CHAVE
               FILE STATUS IS WRK-LISTA-STATUS.

           SELECT PRICE-AUDIT-FILE ASSIGN TO 'PRICEAUDIT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRICE-LIST-FILE.
           COPY 'PRICELIST-REC.cob'.

       FD  PRICE-AUDIT-FILE.
       01  PA-LINHA                PIC X(150).

       WORKING-STORAGE SECTION.
       77  WRK-LISTA-STATUS    PIC X(02)       VALUE SPACES.
       77  WRK-AUDIT-STATUS    PIC X(02)       VALUE SPACES.
       77  WRK-LISTA-EOF       PIC X(01)       VALUE 'N'.
           88  LISTA-ACABOU                    VALUE 'S'.
       77  WRK-PRECO-NOVO      PIC 9(06)V99    VALUE ZEROES.
       77  WRK-PRECO-ANTERIOR  PIC 9(06)V99    VALUE ZEROES.

       01  WRK-HOJE.
           02  WRK-HOJE-ANO    PIC 9(04)       VALUE ZEROES.
           02  WRK-HOJE-MES    PIC 9(02)       VALUE ZEROES.
           02  WRK-HOJE-DIA    PIC 9(02)       VALUE ZEROES.
       01  WRK-HORA.
           02  WRK-HORA-HH     PIC 9(02)       VALUE ZEROES.
           02  WRK-HORA-MM     PIC 9(02)       VALUE ZEROES.
           02  WRK-HORA-SS     PIC 9(02)       VALUE ZEROES.
           02  WRK-HORA-CC     PIC 9(02)       VALUE ZEROES.

       LINKAGE SECTION.
           COPY 'PRICEUTIL-PARM.cob'.

       PROCEDURE DIVISION USING PC-PARM.

           MOVE 'N' TO PC-RETORNO.

           EVALUATE PC-FUNCAO
               WHEN 'P'
                   PERFORM 1000-PRECO-DA-DATA
               WHEN 'G'
                   PERFORM 2000-GRAVA-PRECO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           GOBACK.

      ******************************************************************
      * 1000-PRECO-DA-DATA - ABRE O PRICELIST PARA LEITURA E PROCURA O
      * PRECO VIGENTE. SEM O ARQUIVO, DEVOLVE 'N'.
      ******************************************************************
       1000-PRECO-DA-DATA SECTION.
           MOVE 0 TO PC-PRECO.
           MOVE 0 TO PC-VIG-DE.

           OPEN INPUT PRICE-LIST-FILE.
           IF WRK-LISTA-STATUS NOT = '00'
               GO TO 1000-EXIT
           END-IF.

           PERFORM 1100-BUSCA-VIGENTE.

           CLOSE PRICE-LIST-FILE.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1100-BUSCA-VIGENTE - PERCORRE AS ENTRADAS DO PRODUTO EM ORDEM
      * DE VIGENCIA E FICA COM A ULTIMA QUE NAO PASSA DE PC-DATA. O
      * ARQUIVO JA ESTA ABERTO (INPUT OU I-O).
      ******************************************************************
       1100-BUSCA-VIGENTE SECTION.
           MOVE PC-PRODUTO TO PL-PRODUTO.
           MOVE 0 TO PL-VIG-DE.
           MOVE 'N' TO WRK-LISTA-EOF.
           START PRICE-LIST-FILE KEY IS NOT LESS THAN PL-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-LISTA-EOF
           END-START.

           PERFORM UNTIL LISTA-ACABOU
               READ PRICE-LIST-FILE NEXT
                   AT END
                       MOVE 'S' TO WRK-LISTA-EOF
                   NOT AT END
                       IF PL-PRODUTO NOT = PC-PRODUTO
                           OR PL-VIG-DE > PC-DATA
                           MOVE 'S' TO WRK-LISTA-EOF
                       ELSE
                           MOVE PL-PRECO  TO PC-PRECO
                           MOVE PL-VIG-DE TO PC-VIG-DE
                           MOVE 'S' TO PC-RETORNO
                       END-IF
               END-READ
           END-PERFORM.

      ******************************************************************
      * 2000-GRAVA-PRECO - GRAVA (OU SUBSTITUI) A ENTRADA DO PRODUTO NA
      * DATA E REGISTRA A TROCA NO PRICEAUDIT COM O PRECO QUE VALIA
      * ATE ENTAO NAQUELA DATA (ZERO QUANDO NAO HAVIA ENTRADA).
      ******************************************************************
       2000-GRAVA-PRECO SECTION.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           MOVE PC-PRECO TO WRK-PRECO-NOVO.

           OPEN I-O PRICE-LIST-FILE.
           IF WRK-LISTA-STATUS NOT = '00'
               OPEN OUTPUT PRICE-LIST-FILE
               CLOSE PRICE-LIST-FILE
               OPEN I-O PRICE-LIST-FILE
               IF WRK-LISTA-STATUS NOT = '00'
                   GO TO 2000-EXIT
               END-IF
           END-IF.

           MOVE 0 TO PC-PRECO.
           PERFORM 1100-BUSCA-VIGENTE.
           MOVE PC-PRECO TO WRK-PRECO-ANTERIOR.
           MOVE 'N' TO PC-RETORNO.

           MOVE PC-PRODUTO     TO PL-PRODUTO.
           MOVE PC-DATA        TO PL-VIG-DE.
           READ PRICE-LIST-FILE
               INVALID KEY
                   PERFORM 2100-MONTA-ENTRADA
                   WRITE PL-REGISTRO
               NOT INVALID KEY
                   PERFORM 2100-MONTA-ENTRADA
                   REWRITE PL-REGISTRO
           END-READ.

           CLOSE PRICE-LIST-FILE.

           PERFORM 2200-GRAVA-AUDITORIA.

           MOVE WRK-PRECO-NOVO TO PC-PRECO.
           MOVE PC-DATA TO PC-VIG-DE.
           MOVE 'S' TO PC-RETORNO.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2100-MONTA-ENTRADA - CAMPOS DA ENTRADA A PARTIR DA AREA DE
      * PARAMETROS.
      ******************************************************************
       2100-MONTA-ENTRADA SECTION.
           MOVE PC-PRODUTO     TO PL-PRODUTO.
           MOVE PC-DATA        TO PL-VIG-DE.
           MOVE WRK-PRECO-NOVO TO PL-PRECO.
           MOVE WRK-HOJE       TO PL-DATA-REG.
           MOVE PC-OPERADOR    TO PL-OPERADOR.
           MOVE PC-PROGRAMA    TO PL-PROGRAMA.
           MOVE PC-REFERENCIA  TO PL-REFERENCIA.

      ******************************************************************
      * 2200-GRAVA-AUDITORIA - LINHA DO PRICEAUDIT COM DATA/HORA,
      * PRODUTO, VIGENCIA, PRECO ANTERIOR E NOVO, PROGRAMA, OPERADOR
      * E REFERENCIA (MESMO FORMATO DO WRITEOFFAUD DO PROGCOB071).
      ******************************************************************
       2200-GRAVA-AUDITORIA SECTION.
           ACCEPT WRK-HORA FROM TIME.

           OPEN EXTEND PRICE-AUDIT-FILE.
           IF WRK-AUDIT-STATUS NOT = '00'
               OPEN OUTPUT PRICE-AUDIT-FILE
           END-IF.

           MOVE SPACES TO PA-LINHA.
           STRING WRK-HOJE-DIA '/' WRK-HOJE-MES '/' WRK-HOJE-ANO
                  ' ' WRK-HORA-HH ':' WRK-HORA-MM ':' WRK-HORA-SS
                  ';PRODUTO=' PC-PRODUTO
                  ';VIGENCIA=' PC-DATA
                  ';DE=' WRK-PRECO-ANTERIOR
                  ';PARA=' WRK-PRECO-NOVO
                  ';PROGRAMA=' DELIMITED BY SIZE
                  PC-PROGRAMA DELIMITED BY SPACE
                  ';OPERADOR=' DELIMITED BY SIZE
                  PC-OPERADOR DELIMITED BY SPACE
                  ';REF=' DELIMITED BY SIZE
                  PC-REFERENCIA DELIMITED BY SPACE
               INTO PA-LINHA
           END-STRING
           WRITE PA-LINHA.

           CLOSE PRICE-AUDIT-FILE.

       END PROGRAM PRICEUTIL.
