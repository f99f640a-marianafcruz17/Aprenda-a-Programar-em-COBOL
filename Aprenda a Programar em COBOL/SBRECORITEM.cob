      *    OPTIONAL pelo mesmo motivo do cabecalho - nasce no
      *    primeiro item de contrato cadastrado pelo PROG270.
           SELECT OPTIONAL ARQUIVO-RECORRENTE-ITENS
               ASSIGN TO "pedidos_recorrentes_itens.dat"
                ORGANIZATION IS INDEXED
                RECORD KEY IS RECITEM-CHAVE
                ACCESS MODE IS DYNAMIC.
