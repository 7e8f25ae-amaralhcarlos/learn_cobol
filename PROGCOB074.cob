      *         O RELATORIO SEM MEXER NO PROGRAMA. LINHA DO RAZAO SEM
      *         GL-DATA (ANTERIOR AO CAMPO) FICA DE FORA, JA QUE NAO
      *         DA PARA DATAR O RESULTADO DELA.
      *MODIFICATION HISTORY:
      * 15/10/2026 - O DRELAYOUT GANHOU A NATUREZA 'S' (SUBTOTAL): A
      *              LINHA NAO LE CONTAS E MOSTRA O RESULTADO DAS
      *              LINHAS ACIMA DELA (RECEITAS - DESPESAS) COM A
      *              MARGEM SOBRE A RECEITA, PARA O LUCRO BRUTO APARECER
      *              DEPOIS DO CUSTO DAS MERCADORIAS VENDIDAS (CONTA
      *              3501, POSTADA PELO PROGCOB025/PROGCOB014). A DRE
      *              TAMBEM PODE SER TIRADA POR FILIAL: SO ENTRAM AS
      *              PERNAS DO CENTRO DE CUSTO DA FILIAL (F01, F02...).
      * 15/10/2026 - LANCAMENTO DE ENCERRAMENTO DO EXERCICIO
      *              (PROGCOB152) FICA DE FORA.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77  WRK-ANO-COMP        PIC 9(04)       VALUE ZEROES.
       77  WRK-COMP-INICIO     PIC 9(06)       VALUE ZEROES.
       77  WRK-COMP-LINHA      PIC 9(06)       VALUE ZEROES.
       77  WRK-FILIAL-DRE      PIC 9(02)       VALUE ZEROES.
       77  WRK-CCUSTO-DRE      PIC X(04)       VALUE SPACES.

      ******************************************************************
      * LINHAS DO DEMONSTRATIVO CARREGADAS DO DRELAYOUT, COM OS
       77  WRK-ED-MES          PIC -ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.
       77  WRK-ED-ANO          PIC -ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.

      ******************************************************************
      * MARGEM DA LINHA DE SUBTOTAL SOBRE A RECEITA (MES E ANO).
      ******************************************************************
       77  WRK-MARGEM-MES      PIC S9(03)V99   VALUE ZEROES.
       77  WRK-MARGEM-ANO      PIC S9(03)V99   VALUE ZEROES.
       77  WRK-ED-MARGEM-MES   PIC -ZZ9,99     VALUE ZEROES.
       77  WRK-ED-MARGEM-ANO   PIC -ZZ9,99     VALUE ZEROES.

       PROCEDURE DIVISION.

           DISPLAY 'COMPETENCIA DA DRE (AAAAMM): '.
           MOVE WRK-COMPETENCIA(1:4) TO WRK-ANO-COMP.
           COMPUTE WRK-COMP-INICIO = WRK-ANO-COMP * 100 + 1.

           DISPLAY 'FILIAL (00 = EMPRESA INTEIRA): '.
           ACCEPT WRK-FILIAL-DRE.
           IF WRK-FILIAL-DRE > 0
               STRING 'F' WRK-FILIAL-DRE DELIMITED BY SIZE
                   INTO WRK-CCUSTO-DRE
               END-STRING
           END-IF.

           PERFORM 0100-CARREGA-LAYOUT.
           IF WRK-DRE-QTD = 0
               DISPLAY 'DRELAYOUT VAZIO OU AUSENTE - DRE NAO GERADA'
      * DEMONSTRATIVO CUJA FAIXA DE CONTAS O CONTEM. NATUREZA C SOMA
      * CREDITOS E SUBTRAI DEBITOS (RECEITA); NATUREZA D SOMA DEBITOS
      * E SUBTRAI CREDITOS (DESPESA).
      * O LANCAMENTO DE ENCERRAMENTO DO EXERCICIO (PROGCOB152) FICA
      * DE FORA: ELE SO ZERA AS CONTAS DE RESULTADO NA VIRADA.
      ******************************************************************
       0400-ACUMULA-LINHA SECTION.
           IF GL-DATA NOT NUMERIC OR GL-DATA = 0
               GO TO 0400-EXIT
           END-IF.
           IF GL-OPERADOR = 'PROGCOB152'
               GO TO 0400-EXIT
           END-IF.
           MOVE GL-DATA(1:6) TO WRK-COMP-LINHA.

           IF WRK-COMP-LINHA < WRK-COMP-INICIO
               GO TO 0400-EXIT
           END-IF.

           IF WRK-FILIAL-DRE > 0 AND GL-CCUSTO NOT = WRK-CCUSTO-DRE
               GO TO 0400-EXIT
           END-IF.

           PERFORM VARYING WRK-DRE-IDX FROM 1 BY 1
                   UNTIL WRK-DRE-IDX > WRK-DRE-QTD
               IF GL-CONTA >= WRK-DRE-CONTA-DE(WRK-DRE-IDX)
                   AND GL-CONTA <= WRK-DRE-CONTA-ATE(WRK-DRE-IDX)
                   AND WRK-DRE-NATUREZA(WRK-DRE-IDX) NOT = 'S'
                   IF GL-TIPO = WRK-DRE-NATUREZA(WRK-DRE-IDX)
                       MOVE GL-VALOR TO WRK-VALOR-LANC
                   ELSE
      ******************************************************************
      * 0500-IMPRIME-DRE - UMA LINHA POR LINHA DO LAYOUT, COM MES E
      * ACUMULADO DO ANO, OS SUBTOTAIS DE RECEITA E DESPESA E O
      * RESULTADO LIQUIDO. LINHA DE SUBTOTAL ('S') MOSTRA O RESULTADO
      * ACUMULADO ATE ELA E A MARGEM, SEM ENTRAR NOS TOTAIS.
      ******************************************************************
       0500-IMPRIME-DRE SECTION.
           OPEN OUTPUT DRE-REPORT-FILE.
           MOVE SPACES TO DR-LINHA.
           IF WRK-FILIAL-DRE > 0
               STRING 'DRE - COMPETENCIA ' WRK-COMPETENCIA
                      ' - FILIAL ' WRK-FILIAL-DRE
                      '  (MES / ACUMULADO DO ANO)'
                   DELIMITED BY SIZE INTO DR-LINHA
               END-STRING
           ELSE
               STRING 'DRE - COMPETENCIA ' WRK-COMPETENCIA
                      '  (MES / ACUMULADO DO ANO)'
                   DELIMITED BY SIZE INTO DR-LINHA
               END-STRING
           END-IF.
           WRITE DR-LINHA.
           MOVE SPACES TO DR-LINHA.
           WRITE DR-LINHA FROM '-------------------------------------'.

           PERFORM VARYING WRK-DRE-IDX FROM 1 BY 1
                   UNTIL WRK-DRE-IDX > WRK-DRE-QTD
               IF WRK-DRE-NATUREZA(WRK-DRE-IDX) = 'S'
                   PERFORM 0550-IMPRIME-SUBTOTAL
               ELSE
                   MOVE WRK-DRE-MES(WRK-DRE-IDX) TO WRK-ED-MES
                   MOVE WRK-DRE-ANO(WRK-DRE-IDX) TO WRK-ED-ANO
                   MOVE SPACES TO DR-LINHA
                   STRING WRK-DRE-DESCRICAO(WRK-DRE-IDX)
                          ' ' WRK-ED-MES
                          ' ' WRK-ED-ANO
                       DELIMITED BY SIZE INTO DR-LINHA
                   END-STRING
                   WRITE DR-LINHA
                   IF WRK-DRE-NATUREZA(WRK-DRE-IDX) = 'C'
                       ADD WRK-DRE-MES(WRK-DRE-IDX) TO WRK-RECEITA-MES
                       ADD WRK-DRE-ANO(WRK-DRE-IDX) TO WRK-RECEITA-ANO
                   ELSE
                       ADD WRK-DRE-MES(WRK-DRE-IDX) TO WRK-DESPESA-MES
                       ADD WRK-DRE-ANO(WRK-DRE-IDX) TO WRK-DESPESA-ANO
                   END-IF
               END-IF
           END-PERFORM.


           CLOSE DRE-REPORT-FILE.

      ******************************************************************
      * 0550-IMPRIME-SUBTOTAL - RESULTADO DAS LINHAS JA IMPRESSAS
      * (RECEITAS - DESPESAS) E A MARGEM PERCENTUAL SOBRE A RECEITA.
      ******************************************************************
       0550-IMPRIME-SUBTOTAL SECTION.
           COMPUTE WRK-DRE-MES(WRK-DRE-IDX) =
               WRK-RECEITA-MES - WRK-DESPESA-MES.
           COMPUTE WRK-DRE-ANO(WRK-DRE-IDX) =
               WRK-RECEITA-ANO - WRK-DESPESA-ANO.

           MOVE 0 TO WRK-MARGEM-MES.
           MOVE 0 TO WRK-MARGEM-ANO.
           IF WRK-RECEITA-MES NOT = 0
               COMPUTE WRK-MARGEM-MES ROUNDED =
                   WRK-DRE-MES(WRK-DRE-IDX) * 100 / WRK-RECEITA-MES
                   ON SIZE ERROR
                       MOVE 0 TO WRK-MARGEM-MES
               END-COMPUTE
           END-IF.
           IF WRK-RECEITA-ANO NOT = 0
               COMPUTE WRK-MARGEM-ANO ROUNDED =
                   WRK-DRE-ANO(WRK-DRE-IDX) * 100 / WRK-RECEITA-ANO
                   ON SIZE ERROR
                       MOVE 0 TO WRK-MARGEM-ANO
               END-COMPUTE
           END-IF.

           MOVE WRK-DRE-MES(WRK-DRE-IDX) TO WRK-ED-MES.
           MOVE WRK-DRE-ANO(WRK-DRE-IDX) TO WRK-ED-ANO.
           MOVE WRK-MARGEM-MES TO WRK-ED-MARGEM-MES.
           MOVE WRK-MARGEM-ANO TO WRK-ED-MARGEM-ANO.
           MOVE SPACES TO DR-LINHA.
           WRITE DR-LINHA FROM '-------------------------------------'.
           MOVE SPACES TO DR-LINHA.
           STRING WRK-DRE-DESCRICAO(WRK-DRE-IDX)
                  ' ' WRK-ED-MES
                  ' ' WRK-ED-ANO
                  '  MARGEM ' WRK-ED-MARGEM-MES '% / '
                  WRK-ED-MARGEM-ANO '%'
               DELIMITED BY SIZE INTO DR-LINHA
           END-STRING
           WRITE DR-LINHA.
           MOVE SPACES TO DR-LINHA.
           WRITE DR-LINHA FROM '-------------------------------------'.

       END PROGRAM PROGCOB074.
