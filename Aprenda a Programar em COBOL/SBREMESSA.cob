           SELECT OPTIONAL ARQUIVO-REMESSAS
               ASSIGN TO "remessas.dat"
                ORGANIZATION IS INDEXED
                RECORD KEY IS REMESSA-CHAVE
                ACCESS MODE IS DYNAMIC.
