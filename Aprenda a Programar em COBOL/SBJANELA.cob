      *    OPTIONAL porque a trava so passa a existir na primeira
      *    janela rodada pelo PROG177 - sem arquivo, nada travado.
           SELECT OPTIONAL ARQUIVO-JANELA
               ASSIGN TO "janela_batch.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
