      ******************************************************************
      * TRNGUTIL-PARM - AREA DE PARAMETROS DO SUBPROGRAMA TRNGUTIL
      * (TREINAMENTOS OBRIGATORIOS: CATALOGO TRAINCAT E CONCLUSOES
      * TRAINRECS).
      *
      * TG-FUNCAO:
      *   'S' = SITUACAO: PARA O FUNCIONARIO TG-CPF, COM O CARGO
      *         TG-CARGO E O DEPARTAMENTO TG-DEPTO, DEVOLVE EM TG-ITEM
      *         CADA CURSO EXIGIDO PELO CATALOGO COM A VALIDADE DA
      *         CONCLUSAO MAIS RECENTE E A SITUACAO NA DATA TG-DATA:
      *         'F' FALTANDO (NUNCA CONCLUIDO), 'V' VENCIDO (VALIDADE
      *         ANTERIOR A TG-DATA), 'A' A VENCER (VENCE ATE TG-DIAS
      *         DIAS DEPOIS DE TG-DATA) OU 'O' EM DIA. TG-RETORNO 'S'
      *         QUANDO HA ALGUM CURSO VENCIDO, 'N' QUANDO NAO HA.
      *         TG-PENDENTES CONTA OS CURSOS FALTANDO OU VENCIDOS.
      * OS ARQUIVOS SAO LIDOS NA PRIMEIRA CHAMADA E FICAM EM MEMORIA.
      ******************************************************************
       01  TG-PARM.
           02  TG-FUNCAO           PIC X(01).
           02  TG-RETORNO          PIC X(01).
           02  TG-CPF              PIC 9(11).
           02  TG-CARGO            PIC X(20).
           02  TG-DEPTO            PIC X(04).
           02  TG-DATA             PIC 9(08).
           02  TG-DIAS             PIC 9(03).
           02  TG-PENDENTES        PIC 9(02).
           02  TG-QTDE             PIC 9(02).
           02  TG-ITEM             OCCURS 20 TIMES.
               03  TG-CURSO        PIC X(06).
               03  TG-DESCRICAO    PIC X(30).
               03  TG-VALIDADE     PIC 9(08).
               03  TG-SITUACAO     PIC X(01).
                   88  TG-FALTANDO             VALUE 'F'.
                   88  TG-VENCIDO              VALUE 'V'.
                   88  TG-A-VENCER             VALUE 'A'.
                   88  TG-EM-DIA               VALUE 'O'.
