       FD  ARQUIVO-NIVEIS-CARGO.
       01  NIVEL-CARGO-REGISTRO.
      *    tabela salarial por cargo - cada cargo de cargos.dat tem
      *    os seus degraus numerados (01 o de entrada), o salario
      *    de cada degrau e quantos meses no degrau o funcionario
      *    precisa para subir ao seguinte. Mantida pelo PROG199; a
      *    progressao mensal e o PROG200 e a promocao do PROG161
      *    enquadra o funcionario no degrau do cargo novo.
           05 NIVC-CHAVE.
               10 NIVC-CARGO-CODIGO PIC 9(2).
               10 NIVC-NIVEL PIC 9(2).
           05 NIVC-VALOR PIC 9(6)V99.
      *    meses de permanencia neste degrau antes da subida -
      *    zero no ultimo degrau (teto do cargo).
           05 NIVC-MESES-PERMANENCIA PIC 9(3).
