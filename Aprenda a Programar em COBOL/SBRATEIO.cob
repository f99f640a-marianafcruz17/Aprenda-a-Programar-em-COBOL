           SELECT OPTIONAL ARQUIVO-RATEIOS
               ASSIGN TO "rateios.dat"
                ORGANIZATION IS INDEXED
                RECORD KEY IS RATEIO-CHAVE
                ACCESS MODE IS DYNAMIC.
