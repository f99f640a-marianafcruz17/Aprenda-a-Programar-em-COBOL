      *    OPTIONAL porque o arquivo so nasce no primeiro pedido de
      *    compra gerado pelo PROG233.
           SELECT OPTIONAL ARQUIVO-COMPRAS
               ASSIGN TO "compras.dat"
                ORGANIZATION IS INDEXED
                RECORD KEY IS COMPRA-NUMERO
                ACCESS MODE IS DYNAMIC.
