       FD  ARQUIVO-ANON-PROPOSTAS.
       01  ANON-PROPOSTA-REGISTRO.
      *    proposta de anonimizacao do levantamento anual (PROG259),
      *    uma por pessoa e por lote (a data da rodada, AAAAMMDD):
      *    "F" funcionario arquivado em funcionarios_excluidos.dat
      *    alem do prazo legal de guarda, "C" cliente sem pedido,
      *    fatura ou contato ha N anos. Nada e apagado aqui - o
      *    administrador aprova o lote (ou retem alguem) no PROG260,
      *    que e quem sobrescreve os dados pessoais. O arquivo
      *    guarda so codigos e datas, nunca o dado pessoal.
           05 ANONPROP-CHAVE.
               10 ANONPROP-LOTE PIC 9(8).
               10 ANONPROP-TIPO PIC X.
                   88 ANONPROP-FUNCIONARIO VALUE "F".
                   88 ANONPROP-CLIENTE VALUE "C".
               10 ANONPROP-CODIGO PIC 9(4).
      *    data que venceu o prazo: a exclusao mais recente do
      *    funcionario ou o ultimo movimento do cliente.
           05 ANONPROP-DATA-REFERENCIA PIC 9(8).
      *    "P" pendente, "A" anonimizada, "R" retida pelo
      *    administrador, "C" caiu na reconferencia da aplicacao
      *    (o cliente voltou a comprar, o codigo voltou ao
      *    cadastro...).
           05 ANONPROP-SITUACAO PIC X.
               88 ANONPROP-PENDENTE VALUE "P".
               88 ANONPROP-APLICADA VALUE "A".
               88 ANONPROP-RETIDA VALUE "R".
               88 ANONPROP-CANCELADA VALUE "C".
           05 ANONPROP-OPERADOR-DECISAO PIC X(10).
           05 ANONPROP-DATA-DECISAO PIC 9(8).
