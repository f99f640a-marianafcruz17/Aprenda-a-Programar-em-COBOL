      *    OPTIONAL porque o arquivo so nasce no primeiro contrato
      *    de fornecimento cadastrado pelo PROG270.
           SELECT OPTIONAL ARQUIVO-RECORRENTES
               ASSIGN TO "pedidos_recorrentes.dat"
                ORGANIZATION IS INDEXED
                RECORD KEY IS RECOR-CHAVE
                ACCESS MODE IS DYNAMIC.
