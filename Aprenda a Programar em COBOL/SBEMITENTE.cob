      *    OPTIONAL porque o cadastro pode nao existir ainda - nesse
      *    caso o faturamento nao extrai NF-e e avisa.
           SELECT OPTIONAL ARQUIVO-EMITENTE
               ASSIGN TO "emitente.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
