      *    OPTIONAL porque o controle da conciliacao so nasce com a
      *    primeira rodada do PROG266.
           SELECT OPTIONAL ARQUIVO-CONCILIACAO-CONTROLE
               ASSIGN TO "conciliacao_controle.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
