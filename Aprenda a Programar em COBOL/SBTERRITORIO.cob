      *    OPTIONAL porque o cadastro de territorios pode nao
      *    existir ainda - nesse caso o vendedor continua sendo o
      *    informado na entrada do cliente.
           SELECT OPTIONAL ARQUIVO-TERRITORIOS
               ASSIGN TO "territorios.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
