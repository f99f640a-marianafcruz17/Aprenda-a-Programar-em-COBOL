           SELECT OPTIONAL ARQUIVO-PREVIAS
               ASSIGN TO "previas_folha.dat"
                ORGANIZATION IS INDEXED
                RECORD KEY IS PREVIA-COMPETENCIA
                ACCESS MODE IS DYNAMIC.
