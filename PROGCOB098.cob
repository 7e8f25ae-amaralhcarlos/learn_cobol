      *         LINHA TIPO 'FP' NO ARQUIVO PROVISIONS; E IMPRIME QUEM
      *         ESTA FORA EM UM MES (VACOUTRPT), PARA OS DEPARTAMENTOS
      *         PLANEJAREM A COBERTURA.
      *MODIFICATION HISTORY:
      * 15/10/2026 - O AGENDAMENTO PASSOU A REDUZIR O DIREITO PELAS
      *              FALTAS INJUSTIFICADAS DOS 12 MESES ANTERIORES AO
      *              INICIO NO REGISTRO DE AUSENCIAS (PROGCOB159, VIA
      *              ABSUTIL), PELAS FAIXAS DA CLT 130 (30/24/18/12
      *              DIAS, ACIMA DE 32 FALTAS SEM DIREITO); AFASTAMENTO
      *              PELO INSS ACIMA DE 6 MESES NO PERIODO TAMBEM TIRA O
      *              DIREITO (CLT 133).
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               03  WRK-AG-VALOR        PIC 9(07)V99.

           COPY 'DATEUTIL-PARM.cob'.
           COPY 'ABSUTIL-PARM.cob'.
       77  WRK-DIAS-HOJE       PIC 9(08)       VALUE ZEROES.
       77  WRK-DIAS-ADM        PIC 9(08)       VALUE ZEROES.
       77  WRK-DIAS-INI        PIC 9(08)       VALUE ZEROES.
       77  WRK-JANELA          PIC 9(03)       VALUE 30.
       77  WRK-VLR-FERIAS      PIC 9(07)V99    VALUE ZEROES.
       77  WRK-VLR-TERCO       PIC 9(07)V99    VALUE ZEROES.

      ******************************************************************
      * DIREITO A FERIAS PELAS FALTAS INJUSTIFICADAS DOS 12 MESES
      * ANTERIORES AO INICIO (CLT 130) E PELO AFASTAMENTO DO INSS
      * ACIMA DE 6 MESES NO MESMO PERIODO (CLT 133), LIDOS DO REGISTRO
      * DE AUSENCIAS PELO ABSUTIL.
      ******************************************************************
       01  WRK-INI-AQUISITIVO.
           02  WRK-AQ-ANO      PIC 9(04)       VALUE ZEROES.
           02  WRK-AQ-MMDD     PIC 9(04)       VALUE ZEROES.
       77  WRK-DIREITO         PIC 9(02)       VALUE 30.
       77  WRK-VLR-TOTAL       PIC 9(07)V99    VALUE ZEROES.
       77  WRK-QTDE-PAGAS      PIC 9(03)       VALUE ZEROES.
       77  WRK-TOT-PAGO        PIC 9(09)V99    VALUE ZEROES.
               GO TO 0300-EXIT
           END-IF.

           PERFORM 0350-DIREITO-FERIAS.
           IF WRK-DIREITO = 0
               DISPLAY 'SEM DIREITO A FERIAS NO PERIODO - '
                       AX-FALTAS ' FALTAS INJUSTIFICADAS, '
                       AX-INSS-CORRIDOS ' DIAS DE AFASTAMENTO INSS'
               GO TO 0300-EXIT
           END-IF.

           COMPUTE WRK-DIF-DIAS = WRK-DIAS-FIM - WRK-DIAS-INI + 1.
           IF WRK-DIF-DIAS < 1 OR WRK-DIF-DIAS > WRK-DIREITO
               DISPLAY 'PERIODO INVALIDO - DE 1 A ' WRK-DIREITO
                       ' DIAS (' AX-FALTAS ' FALTAS INJUSTIFICADAS '
                       'NO PERIODO AQUISITIVO)'
               GO TO 0300-EXIT
           END-IF.
           MOVE WRK-DIF-DIAS TO WRK-DIAS-FERIAS.
       0300-EXIT.
           EXIT.

      ******************************************************************
      * 0350-DIREITO-FERIAS - CONTA AS FALTAS INJUSTIFICADAS E O
      * AFASTAMENTO PELO INSS NOS 12 MESES ANTERIORES AO INICIO E
      * APLICA AS FAIXAS DA CLT 130: ATE 5 FALTAS = 30 DIAS, 6 A 14 =
      * 24, 15 A 23 = 18, 24 A 32 = 12, ACIMA DE 32 = SEM DIREITO.
      * AFASTAMENTO PELO INSS ACIMA DE 6 MESES (CLT 133) TAMBEM TIRA
      * O DIREITO. SEM O REGISTRO DE AUSENCIAS, VALEM OS 30 DIAS.
      ******************************************************************
       0350-DIREITO-FERIAS SECTION.
           MOVE 30 TO WRK-DIREITO.

           MOVE WRK-INICIO TO WRK-INI-AQUISITIVO.
           SUBTRACT 1 FROM WRK-AQ-ANO.
           IF WRK-AQ-MMDD = 0229
               MOVE 0228 TO WRK-AQ-MMDD
           END-IF.

           MOVE 'C'                TO AX-FUNCAO.
           MOVE WRK-CPF            TO AX-CPF.
           MOVE WRK-INI-AQUISITIVO TO AX-DATA-INI.
           MOVE WRK-INICIO         TO AX-DATA-FIM.
           CALL 'ABSUTIL' USING AX-PARM.
           IF AX-RETORNO NOT = 'S'
               GO TO 0350-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN AX-INSS-CORRIDOS > 180
                   MOVE 0  TO WRK-DIREITO
               WHEN AX-FALTAS <= 5
                   MOVE 30 TO WRK-DIREITO
               WHEN AX-FALTAS <= 14
                   MOVE 24 TO WRK-DIREITO
               WHEN AX-FALTAS <= 23
                   MOVE 18 TO WRK-DIREITO
               WHEN AX-FALTAS <= 32
                   MOVE 12 TO WRK-DIREITO
               WHEN OTHER
                   MOVE 0  TO WRK-DIREITO
           END-EVALUATE.
       0350-EXIT.
           EXIT.

      ******************************************************************
      * 0500-PAGA-FERIAS - PAGA ADIANTADO OS PERIODOS AGENDADOS QUE
      * COMECAM DENTRO DA JANELA: DIAS X SALARIO/30 MAIS O TERCO,
