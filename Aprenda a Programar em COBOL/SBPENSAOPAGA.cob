      *    OPTIONAL porque o registro de pensoes pagas pode nao
      *    existir ainda na primeira folha depois de implantado.
           SELECT OPTIONAL ARQUIVO-PENSOES-PAGAS
               ASSIGN TO "pensoes_pagas.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
