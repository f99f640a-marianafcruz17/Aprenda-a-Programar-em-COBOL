      *    mudanca passa pelo PROG161, que grava o historico de
      *    carreira. Zeros = cargo ainda nao informado.
           05 FUNCIONARIO-CARGO-CODIGO PIC 9(2).
      *    degrau da tabela salarial do cargo (niveis_cargo.dat) e
      *    a data em que o funcionario chegou a ele - o PROG200
      *    conta o tempo no degrau a partir dessa data. Zeros =
      *    fora da tabela (cargo sem tabela ou ainda nao
      *    enquadrado pelo PROG199).
           05 FUNCIONARIO-NIVEL PIC 9(2).
           05 FUNCIONARIO-NIVEL-DESDE PIC 9(8).

      *    visao rapida (codigo/nome/...ate o departamento) para um
      *    roll-call impresso, no mesmo estilo de FUNCIONARIO-
