       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG110.
      *    fechamento e cancelamento de tarefas pela TAREFA-CHAVE
      *    (codigo do funcionario + data + sequencia, escolhida na
      *    lista das tarefas do dia) - grava o status e a data
      *    de conclusao, transformando o diario de atribuicoes do
      *    PROG58 numa fila de trabalho de verdade.
      *    Na base de treinamento (PROG273) a tela abre com o aviso
      *    de dados ficticios.
      *    Com a janela batch noturna no ar (trava do PROG177) a
      *    atualizacao e recusada logo na entrada.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBTAREFAS.cob".
           COPY "SBPARAMETRO.cob".
           COPY "SBJANELA.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDTAREFAS.cob".
           COPY "FDPARAMETRO.cob".
           COPY "FDJANELA.cob".

       WORKING-STORAGE SECTION.
           COPY "WSJANELA.cob".
           COPY "WSPARAMETRO.cob".
       77  REGISTRO-ENCONTRADO PIC X.
       77  CODIGO-INFORMADO PIC 9(4).
       77  DATA-INFORMADA PIC 9(8).
       77  SEQUENCIA-INFORMADA PIC 9(3).
       77  FIM-LISTA PIC X.
       77  QTD-TAREFAS-DO-DIA PIC 9(3).
       77  ACAO-ESCOLHIDA PIC 9.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
      *    na base de treinamento a tela abre com o aviso de dados
      *    ficticios.
           PERFORM CARREGA-PARAMETROS.

      *    com a janela batch no ar a atualizacao fica parada - a
      *    trava e do orquestrador PROG177.
           MOVE "PROG110" TO JANELA-PROGRAMA.
           PERFORM CONFERE-JANELA-BATCH.
           IF JANELA-BLOQUEIO = "S"
               GOBACK.

           OPEN I-O ARQUIVO-TAREFAS.

           MOVE 9999 TO CODIGO-INFORMADO.
           IF CODIGO-INFORMADO NOT = ZEROS
               DISPLAY "Informe a data da tarefa (AAAAMMDD): "
               ACCEPT DATA-INFORMADA
               PERFORM LISTA-TAREFAS-DO-DIA
               PERFORM LOCALIZA-TAREFA
               IF REGISTRO-ENCONTRADO = "S"
                   PERFORM PROCESSA-TAREFA.

       LISTA-TAREFAS-DO-DIA.
      *    a admissao e o desligamento geram varias tarefas no
      *    mesmo dia - a lista mostra as sequencias para a escolha.
           MOVE ZEROS TO QTD-TAREFAS-DO-DIA.
           MOVE ZEROS TO SEQUENCIA-INFORMADA.
           MOVE CODIGO-INFORMADO TO TAREFA-FUNCIONARIO-CODIGO.
           MOVE DATA-INFORMADA TO TAREFA-DATA.
           MOVE ZEROS TO TAREFA-SEQUENCIA.
           MOVE "N" TO FIM-LISTA.

           START ARQUIVO-TAREFAS
               KEY IS NOT LESS THAN TAREFA-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-LISTA.

           PERFORM LISTA-UMA-TAREFA-DO-DIA
               UNTIL FIM-LISTA = "S".

       LISTA-UMA-TAREFA-DO-DIA.
           READ ARQUIVO-TAREFAS NEXT RECORD
               AT END
                   MOVE "S" TO FIM-LISTA.

           IF FIM-LISTA = "N"
               IF TAREFA-FUNCIONARIO-CODIGO NOT = CODIGO-INFORMADO OR
                   TAREFA-DATA NOT = DATA-INFORMADA
                   MOVE "S" TO FIM-LISTA
               ELSE
                   ADD 1 TO QTD-TAREFAS-DO-DIA
                   MOVE TAREFA-SEQUENCIA TO SEQUENCIA-INFORMADA
                   DISPLAY "Seq: " TAREFA-SEQUENCIA
                       " Status: " TAREFA-STATUS
                       " Tarefa: " TAREFA-DESCRICAO.

       LOCALIZA-TAREFA.
      *    com uma tarefa so no dia, a sequencia ja veio da lista.
           IF QTD-TAREFAS-DO-DIA > 1
               DISPLAY "Informe a sequencia da tarefa: "
               ACCEPT SEQUENCIA-INFORMADA.

           MOVE CODIGO-INFORMADO TO TAREFA-FUNCIONARIO-CODIGO.
           MOVE DATA-INFORMADA TO TAREFA-DATA.
           MOVE SEQUENCIA-INFORMADA TO TAREFA-SEQUENCIA.

           MOVE "S" TO REGISTRO-ENCONTRADO.
           READ ARQUIVO-TAREFAS RECORD
                   DISPLAY "Erro ao reescrever a tarefa"
               NOT INVALID KEY
                   DISPLAY "Tarefa atualizada".

           COPY "PDPARAMETRO.cob".
           COPY "PDJANELA.cob".
