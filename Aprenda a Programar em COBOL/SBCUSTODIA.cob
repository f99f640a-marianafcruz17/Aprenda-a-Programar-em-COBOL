           SELECT OPTIONAL ARQUIVO-CUSTODIAS
               ASSIGN TO "custodias.dat"
                ORGANIZATION IS INDEXED
                RECORD KEY IS CUST-CHAVE
                ACCESS MODE IS DYNAMIC.
