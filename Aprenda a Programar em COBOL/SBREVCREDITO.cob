      *    OPTIONAL porque o arquivo so nasce na primeira revisao
      *    trimestral de credito do PROG251.
           SELECT OPTIONAL ARQUIVO-REVISAO-CREDITO
               ASSIGN TO "revisao_credito.dat"
                ORGANIZATION IS INDEXED
                RECORD KEY IS REVCRED-CHAVE
                ACCESS MODE IS DYNAMIC.
