      *    OPTIONAL porque o cadastro de emprestimos pode nao
      *    existir ainda na primeira folha depois de implantado.
           SELECT OPTIONAL ARQUIVO-CONSIGNADOS
               ASSIGN TO "consignados.dat"
                ORGANIZATION IS INDEXED
                RECORD KEY IS CONSIG-CHAVE
                ACCESS MODE IS DYNAMIC.
