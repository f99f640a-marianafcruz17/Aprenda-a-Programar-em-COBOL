      *    OPTIONAL porque o cadastro de vale-transporte pode nao
      *    existir ainda na primeira folha depois de implantado.
           SELECT OPTIONAL ARQUIVO-VALE-TRANSPORTE
               ASSIGN TO "vale_transporte.dat"
                ORGANIZATION IS INDEXED
                RECORD KEY IS VT-FUNCIONARIO-CODIGO
                ACCESS MODE IS DYNAMIC.
