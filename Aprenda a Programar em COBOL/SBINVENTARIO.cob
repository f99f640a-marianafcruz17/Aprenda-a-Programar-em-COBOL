      *    OPTIONAL porque o arquivo so nasce no primeiro
      *    congelamento de inventario do PROG242.
           SELECT OPTIONAL ARQUIVO-INVENTARIO
               ASSIGN TO "inventario.dat"
                ORGANIZATION IS INDEXED
                RECORD KEY IS INV-CHAVE
                ACCESS MODE IS DYNAMIC.
