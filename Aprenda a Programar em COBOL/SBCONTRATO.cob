      *    OPTIONAL porque a maioria dos clientes compra pelo preco
      *    oficial e o arquivo so nasce no primeiro contrato
      *    cadastrado pelo PROG227.
           SELECT OPTIONAL ARQUIVO-CONTRATOS
               ASSIGN TO "contratos_preco.dat"
                ORGANIZATION IS INDEXED
                RECORD KEY IS CONTRATO-CHAVE
                ACCESS MODE IS DYNAMIC.
