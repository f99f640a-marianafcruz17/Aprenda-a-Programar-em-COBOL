           SELECT OPTIONAL ARQUIVO-EXTRATOS
               ASSIGN TO "extratos.dat"
                ORGANIZATION IS INDEXED
                RECORD KEY IS EXTR-CHAVE
                ACCESS MODE IS DYNAMIC.
