      *    OPTIONAL porque a tabela pode nao existir ainda - nesse
      *    caso o faturamento sai sem frete e avisa.
           SELECT OPTIONAL ARQUIVO-FRETES
               ASSIGN TO "fretes.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
