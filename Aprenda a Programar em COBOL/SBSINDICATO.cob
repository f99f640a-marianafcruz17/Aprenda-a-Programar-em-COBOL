      *    OPTIONAL porque o cadastro de sindicatos pode nao existir
      *    ainda na primeira folha depois de implantado.
           SELECT OPTIONAL ARQUIVO-SINDICATOS
               ASSIGN TO "sindicatos.dat"
                ORGANIZATION IS INDEXED
                RECORD KEY IS SIND-CODIGO
                ACCESS MODE IS DYNAMIC.
