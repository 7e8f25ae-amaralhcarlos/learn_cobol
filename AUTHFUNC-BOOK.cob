      ******************************************************************
      * AUTHFUNC-BOOK - CATALOGO DAS FUNCOES DA MATRIZ DE AUTORIZACAO
      * (AUTHMATRIX): CODIGO, PROGRAMA E DESCRICAO. 01 A 03 SAO AS
      * FUNCOES DO MENU DO PROGCOB015; DE 10 EM DIANTE SAO AS FUNCOES
      * DENTRO DOS PROGRAMAS QUE ENTRAM NAS REGRAS DE SEGREGACAO DE
      * FUNCOES (SODRULES). O PROGCOB050 SO CONCEDE CODIGO DO CATALOGO.
      ******************************************************************
       01  WRK-AF-QTD              PIC 9(02)   VALUE 11.
       01  WRK-AUTHFUNC-TAB.
           02  FILLER PIC X(42) VALUE
               '01PROGCOB024ENTRADA DE VENDAS             '.
           02  FILLER PIC X(42) VALUE
               '02PROGCOB014COTACAO DE FRETE              '.
           02  FILLER PIC X(42) VALUE
               '03PROGCOB004FOLHA DE PAGAMENTO            '.
           02  FILLER PIC X(42) VALUE
               '10PROGCOB071SOLICITA BAIXA DE PERDA       '.
           02  FILLER PIC X(42) VALUE
               '11PROGCOB071APROVA BAIXA DE PERDA         '.
           02  FILLER PIC X(42) VALUE
               '12PROGCOB072DIGITA LOTE MANUAL NO RAZAO   '.
           02  FILLER PIC X(42) VALUE
               '13PROGCOB072APROVA LOTE MANUAL NO RAZAO   '.
           02  FILLER PIC X(42) VALUE
               '14PROGCOB042MANTEM TABELA DE FRETE        '.
           02  FILLER PIC X(42) VALUE
               '15PROGCOB041CONFERE FATURA DE FRETE       '.
           02  FILLER PIC X(42) VALUE
               '16PROGCOB048MANTEM CADASTRO DE FUNCIONARIO'.
           02  FILLER PIC X(42) VALUE
               '17PROGCOB099LIBERA REMESSA DO LIQUIDO     '.

       01  WRK-AUTHFUNC REDEFINES WRK-AUTHFUNC-TAB.
           02  WRK-AF-LINHA            OCCURS 11 TIMES.
               03  WRK-AF-CODIGO       PIC X(02).
               03  WRK-AF-PROGRAMA     PIC X(10).
               03  WRK-AF-DESCRICAO    PIC X(30).
