      *    OPTIONAL pelo mesmo motivo do cabecalho em compras.dat.
           SELECT OPTIONAL ARQUIVO-COMPRA-ITENS
               ASSIGN TO "compras_itens.dat"
                ORGANIZATION IS INDEXED
                RECORD KEY IS COMPRA-ITEM-CHAVE
                ACCESS MODE IS DYNAMIC.
