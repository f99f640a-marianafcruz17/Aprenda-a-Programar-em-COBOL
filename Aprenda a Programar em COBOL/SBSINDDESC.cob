      *    OPTIONAL porque o registro de contribuicoes pode nao
      *    existir ainda na primeira folha depois de implantado.
           SELECT OPTIONAL ARQUIVO-SIND-DESCONTOS
               ASSIGN TO "sindicato_descontos.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
