      ******************************************************************
      * GLACCT-REC - LAYOUT DO PLANO DE CONTAS (GLACCOUNTS). GA-CLASSE
      * E GA-GRUPO FORAM ACRESCENTADOS NO FIM PARA O BALANCO
      * PATRIMONIAL DO PROGCOB150: A CLASSE DIZ SE A CONTA E DE ATIVO,
      * PASSIVO, PATRIMONIO LIQUIDO, RECEITA OU DESPESA, E O GRUPO E O
      * CODIGO DO GRUPO DO BALANCO (ARQUIVO BSLAYOUT: AC, AN, PC...)
      * ONDE A CONTA PATRIMONIAL APARECE. CONTA DE RESULTADO NAO TEM
      * GRUPO - ENTRA NO BALANCO PELO RESULTADO DO EXERCICIO. CONTA
      * SEM CLASSE (LINHA ANTIGA) VOLTA COM OS CAMPOS EM BRANCO E O
      * BALANCO A LISTA COMO NAO CLASSIFICADA.
      ******************************************************************
       01  GA-REGISTRO.
           02  GA-CONTA            PIC 9(04).
           02  GA-NOME             PIC X(30).
           02  GA-CLASSE           PIC X(01).
               88  GA-ATIVO                    VALUE 'A'.
               88  GA-PASSIVO                  VALUE 'P'.
               88  GA-PATRIMONIO               VALUE 'L'.
               88  GA-RECEITA                  VALUE 'R'.
               88  GA-DESPESA                  VALUE 'D'.
               88  GA-CLASSE-VALIDA            VALUES 'A' 'P' 'L'
                                                      'R' 'D'.
           02  GA-GRUPO            PIC X(02).
