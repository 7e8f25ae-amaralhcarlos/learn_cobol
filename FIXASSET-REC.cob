      ******************************************************************
      * FIXASSET-REC - LAYOUT DO BEM DO ATIVO IMOBILIZADO (ARQUIVO
      * FIXEDASSETS), MANTIDO PELO PROGCOB145. CADA BEM TEM A FILIAL E
      * O CENTRO DE CUSTO ONDE ESTA, A DATA E O CUSTO DE AQUISICAO, A
      * VIDA UTIL EM MESES E A CONTA DO ATIVO NO RAZAO (1301 A 1389).
      * A DEPRECIACAO MENSAL DO PROGCOB146 E LINEAR (CUSTO / VIDA UTIL
      * POR MES, A PARTIR DO MES SEGUINTE AO DA AQUISICAO), SOMA EM
      * FA-DEPREC-ACUM E CARIMBA A COMPETENCIA EM FA-ULT-DEPREC, PARA
      * UMA NOVA RODADA DO MESMO MES NAO DEPRECIAR DUAS VEZES. A BAIXA
      * (VENDA OU SUCATA) MARCA 'B' COM A DATA E O VALOR RECEBIDO.
      ******************************************************************
       01  FA-REGISTRO.
           02  FA-NUMERO           PIC 9(06).
           02  FA-DESCRICAO        PIC X(30).
           02  FA-FILIAL           PIC 9(02).
           02  FA-CCUSTO           PIC X(04).
           02  FA-DATA-AQUIS       PIC 9(08).
           02  FA-CUSTO            PIC 9(09)V99.
           02  FA-VIDA-MESES       PIC 9(03).
           02  FA-CONTA-ATIVO      PIC 9(04).
           02  FA-DEPREC-ACUM      PIC 9(09)V99.
           02  FA-ULT-DEPREC       PIC 9(06).
           02  FA-SITUACAO         PIC X(01).
               88  ATIVO-EM-USO                VALUE 'A'.
               88  ATIVO-BAIXADO               VALUE 'B'.
           02  FA-DATA-BAIXA       PIC 9(08).
           02  FA-VALOR-BAIXA      PIC 9(09)V99.
