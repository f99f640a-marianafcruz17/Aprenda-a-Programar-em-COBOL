           SELECT OPTIONAL ARQUIVO-MODELOS-TAREFA
               ASSIGN TO "modelos_tarefa.dat"
                ORGANIZATION IS INDEXED
                RECORD KEY IS MODTAR-CHAVE
                ACCESS MODE IS DYNAMIC.
