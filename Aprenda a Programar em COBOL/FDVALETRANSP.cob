       FD  ARQUIVO-VALE-TRANSPORTE.
       01  VALE-TRANSPORTE-REGISTRO.
      *    opcao de vale-transporte do funcionario (PROG183), com o
      *    trajeto diario de casa ao trabalho e volta - a folha do
      *    PROG54 desconta a parte do funcionario (ate 6% do
      *    salario base, proporcional aos dias trabalhados) e o
      *    PROG184 calcula a compra do mes seguinte por filial.
           05 VT-FUNCIONARIO-CODIGO PIC 9(4).
      *    "S" optou pelo beneficio, "N" recusou (fica registrado
      *    para a declaracao de recusa).
           05 VT-OPCAO PIC X.
               88 VT-OPTANTE VALUE "S".
               88 VT-NAO-OPTANTE VALUE "N".
      *    conducoes por dia (ida e volta somadas) e a soma das
      *    tarifas dessas conducoes - o custo de um dia trabalhado.
           05 VT-CONDUCOES-DIA PIC 9(2).
           05 VT-TARIFA-DIARIA PIC 9(4)V99.
           05 VT-DATA-OPCAO PIC 9(8).
