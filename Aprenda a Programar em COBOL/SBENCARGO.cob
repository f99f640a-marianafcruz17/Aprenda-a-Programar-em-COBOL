           SELECT OPTIONAL ARQUIVO-ENCARGOS
               ASSIGN TO "encargos.dat"
                ORGANIZATION IS INDEXED
                RECORD KEY IS ENC-CHAVE
                ACCESS MODE IS DYNAMIC.
