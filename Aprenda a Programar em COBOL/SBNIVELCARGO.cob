           SELECT OPTIONAL ARQUIVO-NIVEIS-CARGO
               ASSIGN TO "niveis_cargo.dat"
                ORGANIZATION IS INDEXED
                RECORD KEY IS NIVC-CHAVE
                ACCESS MODE IS DYNAMIC.
