      ******************************************************************
      * FRTACCR-REC - LAYOUT DO REGISTRO DE FRETES PROVISIONADOS
      * (ARQUIVO FRTACCRUAL). UMA LINHA POR EMBARQUE DO FREIGHTAUDIT
      * QUE CHEGOU AO FIM DO MES SEM FATURA DA TRANSPORTADORA, GRAVADA
      * PELO PROGCOB154 COM O FRETE COTADO NA POSTAGEM. A PROVISAO VAI
      * AO RAZAO (D 3002 DESPESA DE FRETES / C 2303 FRETES
      * PROVISIONADOS) SOMADA POR TRANSPORTADORA E FILIAL. QUANDO A
      * CONFERENCIA DE FATURA (PROGCOB041) CASA O EMBARQUE (MESMA DATA
      * E UF), ESTORNA A PROVISAO DA LINHA E A MARCA COMO ESTORNADA.
      ******************************************************************
       01  FR-REGISTRO.
           02  FR-COMPETENCIA      PIC 9(06).
           02  FR-DATA             PIC 9(08).
           02  FR-ESTADO           PIC X(02).
           02  FR-TRANSP           PIC 9(03).
           02  FR-FILIAL           PIC 9(02).
           02  FR-VALOR            PIC 9(06)V99.
           02  FR-SITUACAO         PIC X(01).
               88  FRETE-PROVISIONADO          VALUE 'P'.
               88  FRETE-ESTORNADO             VALUE 'E'.
           02  FR-DATA-ESTORNO     PIC 9(08).
