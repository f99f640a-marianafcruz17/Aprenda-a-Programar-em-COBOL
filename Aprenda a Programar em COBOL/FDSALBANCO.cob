       FD  ARQUIVO-SALARIOS-BANCO.
       01  SALARIO-BANCO-REGISTRO.
      *    o que a folha mandou e o que voltou do banco - o PROG54
      *    anexa o total de cada remessa definitiva e o PROG151
      *    cada credito devolvido. E daqui que a conciliacao
      *    bancaria do PROG266 casa os debitos do extrato.
      *    "R" remessa de salarios, "D" credito devolvido.
           05 SALBCO-TIPO PIC X.
               88 SALBCO-REMESSA VALUE "R".
               88 SALBCO-DEVOLUCAO VALUE "D".
      *    na remessa, a data do credito nos funcionarios; na
      *    devolucao, a data em que o retorno foi processado.
           05 SALBCO-DATA PIC 9(8).
           05 SALBCO-COMPETENCIA PIC 9(6).
      *    conta do funcionario na devolucao; espacos na remessa.
           05 SALBCO-CONTA PIC X(10).
           05 SALBCO-QTD-CREDITOS PIC 9(4).
           05 SALBCO-VALOR PIC 9(10)V99.
