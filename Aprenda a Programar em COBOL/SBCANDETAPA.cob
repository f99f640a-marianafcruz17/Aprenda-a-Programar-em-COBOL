           SELECT OPTIONAL ARQUIVO-CANDIDATO-ETAPAS
               ASSIGN TO "candidato_etapas.dat"
                ORGANIZATION IS INDEXED
                RECORD KEY IS CETAPA-CHAVE
                ACCESS MODE IS DYNAMIC.
