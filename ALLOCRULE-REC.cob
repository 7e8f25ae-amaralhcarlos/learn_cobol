      ******************************************************************
      * ALLOCRULE-REC - LAYOUT DAS REGRAS DE RATEIO DE CENTRO DE CUSTO
      * (ARQUIVO ALLOCRULES), USADAS PELO PROGCOB151 NO FECHAMENTO DE
      * MES. UMA LINHA POR CENTRO DE ORIGEM E CENTRO DE DESTINO: A
      * DESPESA DO MES (CONTAS 3000-3999) DA ORIGEM E ESPALHADA PELOS
      * DESTINOS NA PROPORCAO DA BASE. TODAS AS LINHAS DE UMA ORIGEM
      * USAM A MESMA BASE:
      *   'P' = PERCENTUAL FIXO (AR-PERCENTUAL; SE A SOMA DA ORIGEM
      *         FICAR ABAIXO DE 100, O RESTO FICA NA ORIGEM)
      *   'H' = QUADRO DE FUNCIONARIOS DO DESTINO (EMPLOYEEMASTER,
      *         CENTRO DE CUSTO PELO DEPARTAMENTO DO DEPTMASTER)
      *   'F' = CUSTO DA FOLHA DO DESTINO NA COMPETENCIA (BRUTO + FGTS
      *         DO PAYROLLMASTER)
      * NAS BASES 'H' E 'F' O PERCENTUAL E IGNORADO. UM DESTINO NAO
      * PODE SER TAMBEM ORIGEM (O RATEIO E DE UM NIVEL SO).
      ******************************************************************
       01  AR-REGISTRO.
           02  AR-ORIGEM           PIC X(04).
           02  AR-DESTINO          PIC X(04).
           02  AR-BASE             PIC X(01).
               88  BASE-PERCENTUAL             VALUE 'P'.
               88  BASE-QUADRO                 VALUE 'H'.
               88  BASE-FOLHA                  VALUE 'F'.
           02  AR-PERCENTUAL       PIC 9(03)V99.
