       FD  ARQUIVO-PLANOS-SAUDE.
       01  PLANO-SAUDE-REGISTRO.
      *    plano de saude ou odontologico oferecido aos
      *    funcionarios (PROG185) - os precos por faixa etaria
      *    ficam em faixas_plano.dat, uma faixa por registro, como
      *    a tabela de impostos.
           05 PLANO-CODIGO PIC 9(3).
           05 PLANO-NOME PIC X(30).
      *    "S" saude, "O" odontologico.
           05 PLANO-TIPO PIC X.
               88 PLANO-DE-SAUDE VALUE "S".
               88 PLANO-ODONTOLOGICO VALUE "O".
      *    operadora que fatura o plano - e pelo codigo dela que a
      *    conferencia da fatura do PROG187 separa as vidas.
           05 PLANO-OPERADORA-CODIGO PIC 9(3).
           05 PLANO-OPERADORA-NOME PIC X(20).
      *    coparticipacao: percentual do preco da vida que sai da
      *    folha do funcionario (PROG54); o resto a empresa paga.
           05 PLANO-PERC-FUNCIONARIO PIC 9(3)V99.
