       FD  ARQUIVO-CONCILIACAO-PENDENTES.
       01  CONCILIACAO-PENDENTE-REGISTRO.
      *    item que nao casou na conciliacao bancaria do PROG266 e
      *    segue para a proxima, ate casar - o arquivo inteiro e
      *    regravado a cada rodada so com o que ficou em aberto.
      *    "B" linha do extrato sem lancamento no sistema, "S"
      *    lancamento do sistema que o extrato ainda nao trouxe.
           05 CPEND-LADO PIC X.
               88 CPEND-DO-EXTRATO VALUE "B".
               88 CPEND-DO-SISTEMA VALUE "S".
      *    so no lado do sistema: "R" recebimento, "N" credito nao
      *    aplicado do retorno de cobranca, "F" remessa de
      *    salarios, "D" salario devolvido.
           05 CPEND-ORIGEM PIC X.
           05 CPEND-DATA PIC 9(8).
           05 CPEND-NATUREZA PIC X.
           05 CPEND-VALOR PIC 9(10)V99.
           05 CPEND-DOCUMENTO PIC X(10).
           05 CPEND-HISTORICO PIC X(25).
      *    data da conciliacao em que o item ficou em aberto pela
      *    primeira vez.
           05 CPEND-DESDE PIC 9(8).
