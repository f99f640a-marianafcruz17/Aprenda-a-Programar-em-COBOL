      *    OPTIONAL porque o arquivo so nasce na primeira NF-e
      *    extraida pelo faturamento do PROG121.
           SELECT OPTIONAL ARQUIVO-NFE
               ASSIGN TO "nfe.dat"
                ORGANIZATION IS INDEXED
                RECORD KEY IS NFE-DOCUMENTO
                ACCESS MODE IS DYNAMIC.
