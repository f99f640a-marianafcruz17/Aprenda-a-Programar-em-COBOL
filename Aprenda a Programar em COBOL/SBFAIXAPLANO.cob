      *    OPTIONAL pelo mesmo motivo do cadastro de planos.
           SELECT OPTIONAL ARQUIVO-FAIXAS-PLANO
               ASSIGN TO "faixas_plano.dat"
                ORGANIZATION IS INDEXED
                RECORD KEY IS FAIXA-PLANO-CHAVE
                ACCESS MODE IS DYNAMIC.
