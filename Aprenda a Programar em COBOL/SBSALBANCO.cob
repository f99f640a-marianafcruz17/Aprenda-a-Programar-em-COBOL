      *    OPTIONAL porque o razao bancario da folha so nasce com a
      *    primeira remessa definitiva do PROG54.
           SELECT OPTIONAL ARQUIVO-SALARIOS-BANCO
               ASSIGN TO "salarios_banco.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
