      ******************************************************************
      * EXPCLAIM-REC - LAYOUT DOS PEDIDOS DE REEMBOLSO DE DESPESAS
      * (EXPCLAIMS), LANCADOS E APROVADOS NO PROGCOB158. O PESSOAL DE
      * VENDAS EXTERNAS E DA LOGISTICA PAGA PEDAGIO, REFEICAO E
      * COMBUSTIVEL DO BOLSO; CADA COMPROVANTE VIRA UMA LINHA AQUI,
      * NUMERADA, COM O CPF DO EMPLOYEEMASTER, A CATEGORIA (EXPCATEG),
      * A DATA E O VALOR DA DESPESA E O CENTRO DE CUSTO QUE ARCA COM
      * ELA.
      *
      * EX-SITUACAO:
      *   'P' = PENDENTE, AGUARDANDO O GERENTE DO DEPARTAMENTO
      *         (DM-GERENTE-CPF DO DEPTMASTER)
      *   'A' = APROVADO, ENTRA NA PROXIMA RODADA DO PROGCOB004B
      *   'R' = REJEITADO, COM O MOTIVO EM EX-MOTIVO
      *   'G' = PAGO NA FOLHA DA COMPETENCIA EX-COMP-PAGTO
      ******************************************************************
       01  EX-REGISTRO.
           02  EX-NUMERO           PIC 9(06).
           02  EX-CPF              PIC 9(11).
           02  EX-CATEGORIA        PIC X(04).
           02  EX-DATA             PIC 9(08).
           02  EX-VALOR            PIC 9(06)V99.
           02  EX-CCUSTO           PIC X(04).
           02  EX-DESCRICAO        PIC X(30).
           02  EX-SITUACAO         PIC X(01).
               88  REEMB-PENDENTE              VALUE 'P'.
               88  REEMB-APROVADO              VALUE 'A'.
               88  REEMB-REJEITADO             VALUE 'R'.
               88  REEMB-PAGO                  VALUE 'G'.
           02  EX-APROVADOR        PIC 9(11).
           02  EX-DATA-DECISAO     PIC 9(08).
           02  EX-MOTIVO           PIC X(30).
           02  EX-COMP-PAGTO       PIC 9(06).
