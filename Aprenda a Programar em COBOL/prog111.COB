      *    PDDIAUTIL) - a tarefa aberta na sexta nao amanhece
      *    "velha de tres dias" na segunda, e a reuniao da manha
      *    trabalha em cima do sistema em vez dos papeizinhos
      *    colados no quadro. As tarefas com prazo proprio (as
      *    geradas pelos modelos de admissao e desligamento) saem
      *    com o prazo e marcadas quando ja venceram.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05 ORD-DATA PIC 9(8).
           05 ORD-FUNCIONARIO PIC 9(4).
           05 ORD-DESCRICAO PIC X(40).
           05 ORD-PRAZO PIC 9(3).

       FD  RELATORIO-FILA.
       01  LINHA-RELATORIO PIC X(100).

       WORKING-STORAGE SECTION.
           COPY "WSCALCDIAS.cob".
           05 DET-DESCRICAO PIC X(40).
           05 FILLER PIC X(7) VALUE "  Dias:".
           05 DET-IDADE PIC ZZZZ9.
           05 FILLER PIC X(8) VALUE "  Prazo:".
           05 DET-PRAZO PIC ZZ9.
           05 DET-SITUACAO PIC X(8).

       01  LINHA-SUBTOTAL.
           05 FILLER PIC X(4) VALUE SPACES.
       PREPARA-ORDENACAO.
           MOVE ZEROS TO TAREFA-FUNCIONARIO-CODIGO.
           MOVE ZEROS TO TAREFA-DATA.
           MOVE ZEROS TO TAREFA-SEQUENCIA.
           MOVE "N" TO FIM-VARREDURA.

           START ARQUIVO-TAREFAS
                   MOVE TAREFA-FUNCIONARIO-CODIGO TO
                       ORD-FUNCIONARIO
                   MOVE TAREFA-DESCRICAO TO ORD-DESCRICAO
                   MOVE TAREFA-PRAZO-DIAS-UTEIS TO ORD-PRAZO
                   RELEASE ORDENACAO-REGISTRO.

       GERA-RELATORIO.
           MOVE ORD-FUNCIONARIO TO DET-FUNCIONARIO.
           MOVE ORD-DESCRICAO TO DET-DESCRICAO.
           MOVE IDADE-EM-DIAS TO DET-IDADE.
           MOVE ORD-PRAZO TO DET-PRAZO.
           MOVE SPACES TO DET-SITUACAO.
           IF ORD-PRAZO > ZEROS AND IDADE-EM-DIAS > ORD-PRAZO
               MOVE " VENCIDA" TO DET-SITUACAO.

           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-DETALHE TO LINHA-RELATORIO.
