      *    paragrafos partilhados que geram em tarefas.dat as
      *    tarefas do modelo de admissao ou desligamento
      *    (modelos_tarefa.dat, PROG203). Valem os modelos do
      *    departamento e cargo do funcionario, os do departamento
      *    para qualquer cargo, os do cargo em qualquer
      *    departamento e os gerais (departamento e cargo zero) -
      *    cada combinacao e lida uma unica vez.
       GERA-TAREFAS-DO-MODELO.
           MOVE ZEROS TO GERATAREFA-QTD.
           PERFORM CONFERE-TAREFAS-JA-GERADAS.

           IF GERATAREFA-JA-GERADAS = "N"
               PERFORM VARRE-MODELOS-DO-FUNCIONARIO.

       VARRE-MODELOS-DO-FUNCIONARIO.
           MOVE GERATAREFA-DEPTO TO GERATAREFA-BUSCA-DEPTO.
           MOVE GERATAREFA-CARGO TO GERATAREFA-BUSCA-CARGO.
           PERFORM VARRE-MODELO-DE-TAREFAS.

           IF GERATAREFA-CARGO NOT = ZEROS
               MOVE GERATAREFA-DEPTO TO GERATAREFA-BUSCA-DEPTO
               MOVE ZEROS TO GERATAREFA-BUSCA-CARGO
               PERFORM VARRE-MODELO-DE-TAREFAS.

           IF GERATAREFA-DEPTO NOT = ZEROS
               MOVE ZEROS TO GERATAREFA-BUSCA-DEPTO
               MOVE GERATAREFA-CARGO TO GERATAREFA-BUSCA-CARGO
               PERFORM VARRE-MODELO-DE-TAREFAS.

           IF GERATAREFA-DEPTO NOT = ZEROS AND
               GERATAREFA-CARGO NOT = ZEROS
               MOVE ZEROS TO GERATAREFA-BUSCA-DEPTO
               MOVE ZEROS TO GERATAREFA-BUSCA-CARGO
               PERFORM VARRE-MODELO-DE-TAREFAS.

       VARRE-MODELO-DE-TAREFAS.
           MOVE GERATAREFA-EVENTO TO MODTAR-EVENTO.
           MOVE GERATAREFA-BUSCA-DEPTO TO MODTAR-DEPTO-CODIGO.
           MOVE GERATAREFA-BUSCA-CARGO TO MODTAR-CARGO-CODIGO.
           MOVE ZEROS TO MODTAR-ITEM.
           MOVE "N" TO GERATAREFA-FIM.

           START ARQUIVO-MODELOS-TAREFA
               KEY IS NOT LESS THAN MODTAR-CHAVE
               INVALID KEY
                   MOVE "S" TO GERATAREFA-FIM.

           PERFORM LE-PROXIMO-MODELO
               UNTIL GERATAREFA-FIM = "S".

       LE-PROXIMO-MODELO.
           READ ARQUIVO-MODELOS-TAREFA NEXT RECORD
               AT END
                   MOVE "S" TO GERATAREFA-FIM.

           IF GERATAREFA-FIM = "N"
               IF MODTAR-EVENTO NOT = GERATAREFA-EVENTO OR
                   MODTAR-DEPTO-CODIGO NOT = GERATAREFA-BUSCA-DEPTO OR
                   MODTAR-CARGO-CODIGO NOT = GERATAREFA-BUSCA-CARGO
                   MOVE "S" TO GERATAREFA-FIM
               ELSE
                   PERFORM GRAVA-TAREFA-DO-MODELO.

       GRAVA-TAREFA-DO-MODELO.
           MOVE GERATAREFA-FUNCIONARIO TO TAREFA-FUNCIONARIO-CODIGO.
           MOVE GERATAREFA-DATA TO TAREFA-DATA.
           MOVE MODTAR-DEPTO-RESPONSAVEL TO
               TAREFA-DEPARTAMENTO-CODIGO.
           MOVE MODTAR-DESCRICAO TO TAREFA-DESCRICAO.
           MOVE "A" TO TAREFA-STATUS.
           MOVE ZEROS TO TAREFA-DATA-CONCLUSAO.
           MOVE GERATAREFA-EVENTO TO TAREFA-ORIGEM.
           MOVE MODTAR-PRAZO-DIAS-UTEIS TO TAREFA-PRAZO-DIAS-UTEIS.
           MOVE GERATAREFA-GESTOR TO TAREFA-GESTOR-CODIGO.

           PERFORM GRAVA-TAREFA-NOVA.

           IF TAREFANOVA-GRAVADA = "S"
               ADD 1 TO GERATAREFA-QTD
           ELSE
               DISPLAY "Sem sequencia livre no dia, tarefa nao "
                   "gerada: " MODTAR-DESCRICAO.

       CONFERE-TAREFAS-JA-GERADAS.
      *    nova rodada do mesmo evento (pedido de arquivamento
      *    refeito, por exemplo) nao duplica as tarefas que ainda
      *    estao abertas.
           MOVE "N" TO GERATAREFA-JA-GERADAS.
           MOVE GERATAREFA-FUNCIONARIO TO TAREFA-FUNCIONARIO-CODIGO.
           MOVE ZEROS TO TAREFA-DATA.
           MOVE ZEROS TO TAREFA-SEQUENCIA.
           MOVE "N" TO GERATAREFA-FIM.

           START ARQUIVO-TAREFAS
               KEY IS NOT LESS THAN TAREFA-CHAVE
               INVALID KEY
                   MOVE "S" TO GERATAREFA-FIM.

           PERFORM LE-TAREFA-JA-GERADA
               UNTIL GERATAREFA-FIM = "S".

       LE-TAREFA-JA-GERADA.
           READ ARQUIVO-TAREFAS NEXT RECORD
               AT END
                   MOVE "S" TO GERATAREFA-FIM.

           IF GERATAREFA-FIM = "N"
               IF TAREFA-FUNCIONARIO-CODIGO NOT =
                   GERATAREFA-FUNCIONARIO
                   MOVE "S" TO GERATAREFA-FIM
               ELSE
                   IF TAREFA-ABERTA AND
                       TAREFA-ORIGEM = GERATAREFA-EVENTO
                       MOVE "S" TO GERATAREFA-JA-GERADAS
                       MOVE "S" TO GERATAREFA-FIM.
