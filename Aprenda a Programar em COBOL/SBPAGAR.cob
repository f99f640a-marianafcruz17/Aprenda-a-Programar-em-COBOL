      *    OPTIONAL porque o arquivo so nasce na primeira nota de
      *    fornecedor lancada pelo PROG236.
           SELECT OPTIONAL ARQUIVO-PAGAR
               ASSIGN TO "contas_pagar.dat"
                ORGANIZATION IS INDEXED
                RECORD KEY IS PAGAR-CHAVE
                ACCESS MODE IS DYNAMIC.
