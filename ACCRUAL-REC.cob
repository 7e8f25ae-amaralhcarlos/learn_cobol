      ******************************************************************
      * ACCRUAL-REC - LAYOUT DO REGISTRO DE PROVISOES (ARQUIVO
      * ACCRUALS). UMA LINHA POR PERNA DE CADA LOTE DE PROVISAO
      * POSTADO PELO LANCAMENTO MANUAL (PROGCOB072), COM O NUMERO DO
      * LOTE QUE AMARRA AS PERNAS. A COMPETENCIA DA PROVISAO E A DE
      * AC-DATA. QUANDO O PROGCOB073 FECHA ESSA COMPETENCIA, LANCA NO
      * RAZAO A PERNA INVERTIDA COM DATA DO DIA 1 DO MES SEGUINTE E
      * MARCA A LINHA COMO ESTORNADA, COM A DATA DO ESTORNO.
      ******************************************************************
       01  AC-REGISTRO.
           02  AC-LOTE             PIC 9(06).
           02  AC-SEQ              PIC 9(03).
           02  AC-DATA             PIC 9(08).
           02  AC-OPERADOR         PIC X(10).
           02  AC-CONTA            PIC 9(04).
           02  AC-TIPO             PIC X(01).
           02  AC-VALOR            PIC 9(08)V99.
           02  AC-CCUSTO           PIC X(04).
           02  AC-SITUACAO         PIC X(01).
               88  PROVISAO-PENDENTE           VALUE 'P'.
               88  PROVISAO-ESTORNADA          VALUE 'E'.
           02  AC-DATA-ESTORNO     PIC 9(08).
