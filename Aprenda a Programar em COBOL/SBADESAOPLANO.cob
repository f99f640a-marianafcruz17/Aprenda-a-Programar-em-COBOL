      *    OPTIONAL porque as adesoes podem nao existir ainda na
      *    primeira folha depois de implantado.
           SELECT OPTIONAL ARQUIVO-ADESOES-PLANO
               ASSIGN TO "adesoes_plano.dat"
                ORGANIZATION IS INDEXED
                RECORD KEY IS ADESAO-CHAVE
                ACCESS MODE IS DYNAMIC.
