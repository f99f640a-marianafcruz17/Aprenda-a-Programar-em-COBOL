      *    OPTIONAL porque o arquivo so nasce no primeiro pedido
      *    importado pelo PROG269.
           SELECT OPTIONAL ARQUIVO-REFERENCIAS-EDI
               ASSIGN TO "referencias_edi.dat"
                ORGANIZATION IS INDEXED
                RECORD KEY IS REFEDI-CHAVE
                ACCESS MODE IS DYNAMIC.
