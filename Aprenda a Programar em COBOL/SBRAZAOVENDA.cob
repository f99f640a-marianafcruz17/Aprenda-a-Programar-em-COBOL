      *    OPTIONAL porque nenhum dia foi extraido ainda na primeira
      *    rodada do extrato contabil de vendas.
           SELECT OPTIONAL ARQUIVO-RAZAO-EXTRAIDOS
               ASSIGN TO "razao_vendas_extraidos.dat"
                ORGANIZATION IS INDEXED
                RECORD KEY IS RAZAO-DIA
                ACCESS MODE IS DYNAMIC.
