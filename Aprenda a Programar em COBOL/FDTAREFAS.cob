       FD  ARQUIVO-TAREFAS.
       01  TAREFA-REGISTRO.
      *    chave composta (codigo do funcionario + data +
      *    sequencia), para guardar cada atribuicao como historico
      *    em vez de sobrescrever a anterior - a sequencia deixa
      *    varias tarefas do mesmo funcionario no mesmo dia (a
      *    admissao gera de uma vez cracha, e-mail, estacao...).
      *    Quem grava tarefa nova usa o GRAVA-TAREFA-NOVA do
      *    PDTAREFANOVA, que acha a proxima sequencia livre.
           05 TAREFA-CHAVE.
               10 TAREFA-FUNCIONARIO-CODIGO PIC 9(4).
               10 TAREFA-DATA PIC 9(8).
               10 TAREFA-SEQUENCIA PIC 9(3).
           05 TAREFA-DEPARTAMENTO-CODIGO PIC 9(2).
           05 TAREFA-DESCRICAO PIC X(40).
      *    "A" aberta, "C" concluida, "X" cancelada - o que
      *    data do fechamento ou cancelamento - zeros enquanto a
      *    tarefa esta aberta.
           05 TAREFA-DATA-CONCLUSAO PIC 9(8).
      *    de onde veio a tarefa: "M" atribuida a mao (PROG58,
      *    repasse do PROG108), "A" gerada pelo modelo de admissao
      *    (PROG36), "D" gerada pelo modelo de desligamento na
      *    aprovacao do arquivamento (PROG174). Modelos mantidos no
      *    PROG203.
           05 TAREFA-ORIGEM PIC X.
               88 TAREFA-MANUAL VALUE "M".
               88 TAREFA-DE-ADMISSAO VALUE "A".
               88 TAREFA-DE-DESLIGAMENTO VALUE "D".
      *    prazo em dias uteis a partir de TAREFA-DATA - zero
      *    segue o DIAS-ESCALONA-TAREFA geral do PROG180.
           05 TAREFA-PRAZO-DIAS-UTEIS PIC 9(3).
      *    gestor que recebe a escalacao - zero usa o gestor do
      *    funcionario no cadastro. O desligamento grava o gestor
      *    de quem sai, porque depois do arquivamento o cadastro
      *    nao responde mais.
           05 TAREFA-GESTOR-CODIGO PIC 9(4).
