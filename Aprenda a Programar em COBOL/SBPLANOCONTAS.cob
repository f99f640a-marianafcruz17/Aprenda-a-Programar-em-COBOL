      *    OPTIONAL porque o plano pode nao existir ainda - nesse
      *    caso o extrato contabil de vendas do PROG265 nao sai e
      *    aponta os eventos sem conta.
           SELECT OPTIONAL ARQUIVO-PLANO-CONTAS
               ASSIGN TO "plano_contas.dat"
                ORGANIZATION IS INDEXED
                RECORD KEY IS PLANO-EVENTO
                ACCESS MODE IS DYNAMIC.
