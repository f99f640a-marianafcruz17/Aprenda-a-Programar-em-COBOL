      *    enfileira uma notificacao de tipo proprio em
      *    notificacoes.dat para o despachante do PROG115
      *    entregar, com o resumo impresso do que foi escalado e
      *    para quem. Tarefa com prazo proprio (TAREFA-PRAZO-DIAS-
      *    UTEIS, dos modelos de admissao e desligamento) escala
      *    ao passar do prazo dela, e o gestor gravado na tarefa
      *    vale sobre o do cadastro.
      *    Com a janela batch noturna no ar (trava do PROG177) a
      *    atualizacao e recusada logo na entrada.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RELATORIO-ESCALACOES
               ASSIGN TO "ESCALACOES.LST"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY "SBJANELA.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDTAREFAS.cob".

       FD  RELATORIO-ESCALACOES.
       01  LINHA-RELATORIO PIC X(90).
           COPY "FDJANELA.cob".

       WORKING-STORAGE SECTION.
           COPY "WSJANELA.cob".
           COPY "WSCALCDIAS.cob".
           COPY "WSDIAUTIL.cob".
           COPY "WSPARAMETRO.cob".
       77  IDADE-EM-DIAS PIC 9(5).
      *    contingencia do limite de dias uteis na fila.
       77  LIMITE-DE-DIAS PIC 9(3) VALUE 5.
       77  LIMITE-DA-TAREFA PIC 9(3).
       77  GESTOR-DA-TAREFA PIC 9(4).
       77  NOME-DO-RESPONSAVEL PIC X(10).
       77  TOTAL-LIDAS PIC 9(6).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
      *    com a janela batch no ar a atualizacao fica parada - a
      *    trava e do orquestrador PROG177.
           MOVE "PROG180" TO JANELA-PROGRAMA.
           PERFORM CONFERE-JANELA-BATCH.
           IF JANELA-BLOQUEIO = "S"
               GOBACK.

           ACCEPT EXECUCAO-DATA-INICIO FROM DATE YYYYMMDD.
           ACCEPT EXECUCAO-HORA-INICIO FROM TIME.
           ACCEPT DATA-DE-HOJE FROM DATE YYYYMMDD.
       VARRE-TAREFAS.
           MOVE ZEROS TO TAREFA-FUNCIONARIO-CODIGO.
           MOVE ZEROS TO TAREFA-DATA.
           MOVE ZEROS TO TAREFA-SEQUENCIA.
           MOVE "N" TO FIM-TAREFAS.

           START ARQUIVO-TAREFAS
               IF TAREFA-ABERTA
                   ADD 1 TO TOTAL-LIDAS
                   PERFORM CONTA-IDADE-DA-TAREFA
                   PERFORM ACHA-LIMITE-DA-TAREFA
                   IF IDADE-EM-DIAS > LIMITE-DA-TAREFA
                       PERFORM ESCALA-TAREFA.

       ACHA-LIMITE-DA-TAREFA.
      *    tarefa gerada por modelo traz o proprio prazo em dias
      *    uteis; as demais seguem o parametro geral.
           IF TAREFA-PRAZO-DIAS-UTEIS > ZEROS
               MOVE TAREFA-PRAZO-DIAS-UTEIS TO LIMITE-DA-TAREFA
           ELSE
               MOVE LIMITE-DE-DIAS TO LIMITE-DA-TAREFA.

       CONTA-IDADE-DA-TAREFA.
      *    idade em dias uteis, como o PROG111 passou a contar.
           MOVE ZEROS TO IDADE-EM-DIAS.
                       GESTOR-DA-TAREFA
                   MOVE FUNCIONARIO-NOME TO NOME-DO-RESPONSAVEL.

      *    o desligamento grava na tarefa o gestor de quem saiu -
      *    depois do arquivamento o cadastro nao o tem mais.
           IF TAREFA-GESTOR-CODIGO NOT = ZEROS
               MOVE TAREFA-GESTOR-CODIGO TO GESTOR-DA-TAREFA.

       GRAVA-NOTIFICACAO.
      *    o aviso vai para a fila que o despachante do PROG115
      *    entrega - o codigo e o do gestor que recebe, e o nome e
           COPY "PDDIAUTIL.cob".

           COPY "PDPARAMETRO.cob".
           COPY "PDJANELA.cob".
