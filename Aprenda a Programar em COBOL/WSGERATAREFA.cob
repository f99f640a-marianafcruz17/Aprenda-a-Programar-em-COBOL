      *    area de trabalho do paragrafo partilhado GERA-TAREFAS-
      *    DO-MODELO (COPY "PDGERATAREFA.cob", que usa tambem o
      *    WSTAREFANOVA/PDTAREFANOVA) - o programa abre
      *    ARQUIVO-TAREFAS em I-O e ARQUIVO-MODELOS-TAREFA em
      *    INPUT, monta o evento ("A" admissao, "D" desligamento),
      *    o funcionario, o departamento, o cargo, a data do
      *    evento e o gestor da escalacao (zero = o do cadastro) e
      *    faz o PERFORM; volta em GERATAREFA-QTD quantas tarefas
      *    foram gravadas, e GERATAREFA-JA-GERADAS = "S" quando o
      *    funcionario ja tinha tarefas abertas do mesmo evento
      *    (nada e gerado de novo).
       01  GERATAREFA-CAMPOS.
           05 GERATAREFA-EVENTO PIC X.
           05 GERATAREFA-FUNCIONARIO PIC 9(4).
           05 GERATAREFA-DEPTO PIC 9(2).
           05 GERATAREFA-CARGO PIC 9(2).
           05 GERATAREFA-DATA PIC 9(8).
           05 GERATAREFA-GESTOR PIC 9(4).
           05 GERATAREFA-QTD PIC 9(3).
           05 GERATAREFA-JA-GERADAS PIC X.
           05 GERATAREFA-FIM PIC X.
           05 GERATAREFA-BUSCA-DEPTO PIC 9(2).
           05 GERATAREFA-BUSCA-CARGO PIC 9(2).
