      *    OPTIONAL porque o log de distribuicao so nasce na
      *    primeira reparticao feita pelo PROG262.
           SELECT OPTIONAL ARQUIVO-DISTRIB-LOG
               ASSIGN TO "distribuicao_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
