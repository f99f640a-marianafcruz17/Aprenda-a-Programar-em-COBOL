      *    OPTIONAL porque o cadastro de distribuicao so nasce no
      *    primeiro destinatario incluido pelo PROG261.
           SELECT OPTIONAL ARQUIVO-DISTRIBUICAO
               ASSIGN TO "distribuicao.dat"
                ORGANIZATION IS INDEXED
                RECORD KEY IS DISTRIB-CHAVE
                ACCESS MODE IS DYNAMIC.
