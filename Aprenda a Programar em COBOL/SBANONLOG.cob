      *    OPTIONAL porque o log permanente de anonimizacoes so
      *    nasce na primeira aplicacao do PROG260.
           SELECT OPTIONAL ARQUIVO-ANON-LOG
               ASSIGN TO "anonimizacoes.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
