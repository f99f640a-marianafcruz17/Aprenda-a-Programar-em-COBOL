      *    OPTIONAL porque o arquivo so nasce na primeira rodada
      *    de levantamento da anonimizacao do PROG259.
           SELECT OPTIONAL ARQUIVO-ANON-PROPOSTAS
               ASSIGN TO "anonimizacao_propostas.dat"
                ORGANIZATION IS INDEXED
                RECORD KEY IS ANONPROP-CHAVE
                ACCESS MODE IS DYNAMIC.
