      *    paragrafo partilhado que grava TAREFA-REGISTRO na
      *    primeira sequencia livre do funcionario na data -
      *    tenta 001, 002, ... ate o WRITE passar ou o dia lotar.
       GRAVA-TAREFA-NOVA.
           MOVE "N" TO TAREFANOVA-GRAVADA.
           MOVE ZEROS TO TAREFA-SEQUENCIA.

           PERFORM TENTA-GRAVAR-TAREFA
               UNTIL TAREFANOVA-GRAVADA = "S" OR
                   TAREFA-SEQUENCIA = 999.

       TENTA-GRAVAR-TAREFA.
           ADD 1 TO TAREFA-SEQUENCIA.

           WRITE TAREFA-REGISTRO
               INVALID KEY
                   MOVE "N" TO TAREFANOVA-GRAVADA
               NOT INVALID KEY
                   MOVE "S" TO TAREFANOVA-GRAVADA.
