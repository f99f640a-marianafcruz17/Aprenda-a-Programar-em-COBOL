      *    OPTIONAL porque o cadastro de pensoes pode nao existir
      *    ainda na primeira folha depois de implantado.
           SELECT OPTIONAL ARQUIVO-PENSOES
               ASSIGN TO "pensoes.dat"
                ORGANIZATION IS INDEXED
                RECORD KEY IS PENSAO-CHAVE
                ACCESS MODE IS DYNAMIC.
