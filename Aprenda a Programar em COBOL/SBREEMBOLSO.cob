           SELECT OPTIONAL ARQUIVO-REEMBOLSOS
               ASSIGN TO "reembolsos.dat"
                ORGANIZATION IS INDEXED
                RECORD KEY IS REEMB-CHAVE
                ACCESS MODE IS DYNAMIC.
