      *    OPTIONAL porque o cadastro de planos pode nao existir
      *    ainda na primeira folha depois de implantado.
           SELECT OPTIONAL ARQUIVO-PLANOS-SAUDE
               ASSIGN TO "planos_saude.dat"
                ORGANIZATION IS INDEXED
                RECORD KEY IS PLANO-CODIGO
                ACCESS MODE IS DYNAMIC.
