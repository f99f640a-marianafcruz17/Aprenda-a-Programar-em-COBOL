      *    OPTIONAL porque as pendencias da conciliacao so existem
      *    depois da primeira rodada do PROG266.
           SELECT OPTIONAL ARQUIVO-CONCILIACAO-PENDENTES
               ASSIGN TO "conciliacao_pendentes.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
