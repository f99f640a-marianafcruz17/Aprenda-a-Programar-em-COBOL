      *    OPTIONAL porque o mapa de secoes so nasce na primeira
      *    rodada de um relatorio com quebra repartivel.
           SELECT OPTIONAL ARQUIVO-SECOES
               ASSIGN TO "secoes_relatorio.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
