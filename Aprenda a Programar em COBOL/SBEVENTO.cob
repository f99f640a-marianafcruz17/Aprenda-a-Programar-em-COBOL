      *    OPTIONAL porque o controle de eventos pode nao existir
      *    ainda na primeira rodada depois de implantado. A chave
      *    alternada e a origem do evento - e por ela que a rodada
      *    diaria sabe o que ja foi enviado.
           SELECT OPTIONAL ARQUIVO-EVENTOS
               ASSIGN TO "eventos_governo.dat"
                ORGANIZATION IS INDEXED
                RECORD KEY IS EVT-NUMERO
                ALTERNATE RECORD KEY IS EVT-ORIGEM
                ACCESS MODE IS DYNAMIC.
