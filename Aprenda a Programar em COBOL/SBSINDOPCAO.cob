      *    OPTIONAL porque o registro de oposicoes pode nao existir
      *    ainda na primeira folha depois de implantado.
           SELECT OPTIONAL ARQUIVO-SIND-OPCOES
               ASSIGN TO "sindicato_opcoes.dat"
                ORGANIZATION IS INDEXED
                RECORD KEY IS SINDOPC-FUNCIONARIO-CODIGO
                ACCESS MODE IS DYNAMIC.
