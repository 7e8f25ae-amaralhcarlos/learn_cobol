      *         PROGCOB099 EXTRAI O ARQUIVO DE CREDITO BANCARIO),
      *         IMPRIMEM CONTRACHEQUE PROPRIO NO PAYSLIPS13 E ABATEM
      *         A PROVISAO COM UMA LINHA TIPO 'TP' NO PROVISIONS.
      *MODIFICATION HISTORY:
      * 15/10/2026 - REGISTRO NOVO DO 13O GRAVA O PM-REEMBOLSO ZERADO.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                   MOVE ZEROES TO PM-HORA-EXTRA
                   MOVE ZEROES TO PM-ADIC-NOTURNO
                   MOVE ZEROES TO PM-FGTS
                   MOVE ZEROES TO PM-REEMBOLSO
                   WRITE PM-REGISTRO
               NOT INVALID KEY
                   MOVE WRK-13-TOTAL TO PM-SALARY
