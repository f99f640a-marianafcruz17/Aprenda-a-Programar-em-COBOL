      *    uma geracao da copia de seguranca dos arquivos de vendas
      *    e recebiveis - o nome fisico (ARQUIVO_Gnn.BKP) e montado
      *    em tempo de execucao e entra pela variavel ARQGERACAO.
      *    OPTIONAL porque uma copia apagada por fora tem de ler
      *    como vazia (e ser recusada pela conferencia contra o
      *    catalogo), nao derrubar a restauracao no OPEN.
           SELECT OPTIONAL ARQUIVO-GERACAO
               ASSIGN TO ARQGERACAO
               ORGANIZATION IS LINE SEQUENTIAL.
