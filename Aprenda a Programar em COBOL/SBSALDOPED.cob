      *    OPTIONAL porque o arquivo so nasce no primeiro pedido
      *    faturado com falta de estoque.
           SELECT OPTIONAL ARQUIVO-SALDOS-PEDIDO
               ASSIGN TO "saldos_pedido.dat"
                ORGANIZATION IS INDEXED
                RECORD KEY IS SLD-CHAVE
                ACCESS MODE IS DYNAMIC.
