           SELECT OPTIONAL ARQUIVO-CORRECOES-PONTO
               ASSIGN TO "correcoes_ponto.dat"
                ORGANIZATION IS INDEXED
                RECORD KEY IS CORR-CHAVE
                ACCESS MODE IS DYNAMIC.
