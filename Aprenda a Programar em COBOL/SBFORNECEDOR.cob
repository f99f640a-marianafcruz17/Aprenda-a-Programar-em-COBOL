      *    OPTIONAL porque o cadastro so nasce no primeiro
      *    fornecedor incluido pelo PROG232.
           SELECT OPTIONAL ARQUIVO-FORNECEDORES
               ASSIGN TO "fornecedores.dat"
                ORGANIZATION IS INDEXED
                RECORD KEY IS FORNECEDOR-CODIGO
                ACCESS MODE IS DYNAMIC.
