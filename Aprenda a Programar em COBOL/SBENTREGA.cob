      *    OPTIONAL porque a maioria dos clientes recebe no proprio
      *    endereco de cobranca e o arquivo so nasce no primeiro
      *    endereco de entrega cadastrado pelo PROG256.
           SELECT OPTIONAL ARQUIVO-ENTREGAS
               ASSIGN TO "enderecos_entrega.dat"
                ORGANIZATION IS INDEXED
                RECORD KEY IS ENTREGA-CHAVE
                ACCESS MODE IS DYNAMIC.
