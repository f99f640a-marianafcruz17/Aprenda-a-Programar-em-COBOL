      *    OPTIONAL pelo mesmo motivo do cadastro de sindicatos.
           SELECT OPTIONAL ARQUIVO-SIND-VINCULOS
               ASSIGN TO "sindicato_vinculos.dat"
                ORGANIZATION IS INDEXED
                RECORD KEY IS SVINC-CHAVE
                ACCESS MODE IS DYNAMIC.
