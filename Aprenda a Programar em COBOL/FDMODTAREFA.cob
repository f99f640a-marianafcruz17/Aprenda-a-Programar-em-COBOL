       FD  ARQUIVO-MODELOS-TAREFA.
       01  MODELO-TAREFA-REGISTRO.
      *    modelo das tarefas de entrada e saida de funcionario -
      *    para cada evento (admissao ou desligamento) e cada
      *    departamento/cargo, os passos que sempre se repetem
      *    (cracha, conta de e-mail, estacao de trabalho,
      *    treinamento de seguranca...), o departamento que
      *    executa e o prazo em dias uteis. Departamento ou cargo
      *    zero vale para todos. Mantido pelo PROG203; a geracao
      *    em tarefas.dat e o PDGERATAREFA (PROG36 e PROG38).
           05 MODTAR-CHAVE.
      *    "A" admissao, "D" desligamento.
               10 MODTAR-EVENTO PIC X.
                   88 MODTAR-ADMISSAO VALUE "A".
                   88 MODTAR-DESLIGAMENTO VALUE "D".
               10 MODTAR-DEPTO-CODIGO PIC 9(2).
               10 MODTAR-CARGO-CODIGO PIC 9(2).
               10 MODTAR-ITEM PIC 9(2).
           05 MODTAR-DESCRICAO PIC X(40).
      *    departamento que executa a tarefa - e por ele que a
      *    tarefa aparece na fila do PROG111.
           05 MODTAR-DEPTO-RESPONSAVEL PIC 9(2).
      *    dias uteis contados da data do evento.
           05 MODTAR-PRAZO-DIAS-UTEIS PIC 9(3).
