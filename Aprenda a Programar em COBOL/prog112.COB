      *    funcionarios.dat para nome, departamento e status),
      *    marcando as atribuicoes penduradas em quem nao esta mais
      *    ativo - e o retrato que falta quando uns carregam dez
      *    tarefas e outros nenhuma. As tarefas geradas pelos
      *    modelos de admissao e desligamento ficam de fora: sao
      *    sobre o funcionario, nao trabalho carregado por ele.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    chave do arquivo - a quebra de controle dispensa SORT.
           MOVE ZEROS TO TAREFA-FUNCIONARIO-CODIGO.
           MOVE ZEROS TO TAREFA-DATA.
           MOVE ZEROS TO TAREFA-SEQUENCIA.
           MOVE "N" TO FIM-VARREDURA.

           START ARQUIVO-TAREFAS
                   MOVE "S" TO FIM-VARREDURA.

           IF FIM-VARREDURA = "N"
               IF TAREFA-ABERTA AND TAREFA-MANUAL
                   PERFORM ACUMULA-TAREFA.

       ACUMULA-TAREFA.
