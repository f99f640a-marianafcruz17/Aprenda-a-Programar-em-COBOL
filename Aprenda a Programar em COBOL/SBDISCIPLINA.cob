      *    OPTIONAL porque o arquivo de medidas disciplinares pode
      *    nao existir ainda quando a folha e a conciliacao rodam.
           SELECT OPTIONAL ARQUIVO-DISCIPLINAS
               ASSIGN TO "disciplinas.dat"
                ORGANIZATION IS INDEXED
                RECORD KEY IS DISCIPLINA-CHAVE
                ACCESS MODE IS DYNAMIC.
