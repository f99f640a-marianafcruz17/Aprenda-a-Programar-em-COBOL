      *    OPTIONAL porque a maioria dos produtos e vendida avulsa e
      *    o arquivo so nasce no primeiro kit cadastrado pelo
      *    PROG267.
           SELECT OPTIONAL ARQUIVO-KITS
               ASSIGN TO "kits.dat"
                ORGANIZATION IS INDEXED
                RECORD KEY IS KIT-CHAVE
                ACCESS MODE IS DYNAMIC.
