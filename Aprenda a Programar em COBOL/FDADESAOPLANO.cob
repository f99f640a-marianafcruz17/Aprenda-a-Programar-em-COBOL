       FD  ARQUIVO-ADESOES-PLANO.
       01  ADESAO-PLANO-REGISTRO.
      *    uma vida num plano (PROG186): o proprio funcionario
      *    (sequencia 00) ou um dependente de dependentes.dat (a
      *    mesma sequencia de DEP-SEQUENCIA). A folha do PROG54
      *    desconta a coparticipacao de cada vida vigente e o
      *    PROG187 confere a fatura da operadora contra este
      *    arquivo.
           05 ADESAO-CHAVE.
               10 ADESAO-FUNCIONARIO-CODIGO PIC 9(4).
               10 ADESAO-SEQUENCIA PIC 9(2).
                   88 ADESAO-DO-TITULAR VALUE ZEROS.
               10 ADESAO-PLANO-CODIGO PIC 9(3).
      *    "A" ativa, "C" cancelada - o registro cancelado fica
      *    como historico, com a data e o motivo do cancelamento.
           05 ADESAO-SITUACAO PIC X.
               88 ADESAO-ATIVA VALUE "A".
               88 ADESAO-CANCELADA VALUE "C".
           05 ADESAO-DATA-INICIO PIC 9(8).
           05 ADESAO-DATA-FIM PIC 9(8).
      *    "F" pedido do funcionario, "I" dependente inelegivel
      *    (cancelado pela rodada do PROG164), "D" desligamento.
           05 ADESAO-MOTIVO-FIM PIC X.
               88 ADESAO-FIM-PEDIDO VALUE "F".
               88 ADESAO-FIM-INELEGIVEL VALUE "I".
               88 ADESAO-FIM-DESLIGAMENTO VALUE "D".
