           SELECT OPTIONAL ARQUIVO-CANDIDATOS
               ASSIGN TO "candidatos.dat"
                ORGANIZATION IS INDEXED
                RECORD KEY IS CAND-NUMERO
                ACCESS MODE IS DYNAMIC.
