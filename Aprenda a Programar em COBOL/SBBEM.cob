           SELECT OPTIONAL ARQUIVO-BENS
               ASSIGN TO "bens.dat"
                ORGANIZATION IS INDEXED
                RECORD KEY IS BEM-PLAQUETA
                ACCESS MODE IS DYNAMIC.
