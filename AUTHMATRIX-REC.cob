      *   01 = ENTRADA DE VENDAS (PROGCOB024)
      *   02 = COTACAO DE FRETE  (PROGCOB014)
      *   03 = FOLHA             (PROGCOB004)
      * E AS FUNCOES DENTRO DOS PROGRAMAS (10 EM DIANTE) DO CATALOGO
      * AUTHFUNC-BOOK, CONFERIDAS PELAS REGRAS DE SEGREGACAO SODRULES.
      * A MATRIZ E MANTIDA PELO ADMIN NO PROGCOB050 E O RELATORIO DE
      * PERMISSOES SAI NO PROGCOB105. A LINHA DE USUARIO GANHA DA
      * LINHA DE NIVEL.
