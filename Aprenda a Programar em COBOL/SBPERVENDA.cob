      *    OPTIONAL porque nenhum mes de vendas precisa estar
      *    cadastrado para receber lancamento - so o fechamento do
      *    PROG263 grava o mes aqui.
           SELECT OPTIONAL ARQUIVO-PERIODOS-VENDA
               ASSIGN TO "periodos_venda.dat"
                ORGANIZATION IS INDEXED
                RECORD KEY IS PERVEN-ANO-MES
                ACCESS MODE IS DYNAMIC.
