           05 RECEB-ORIGEM PIC X(10).
      *    saldo em aberto da fatura depois deste lancamento.
           05 RECEB-SALDO-RESULTANTE PIC 9(8)V99.
      *    "E" recebimento de multa e juros de atraso (encargos.dat)
      *    - RECEB-SALDO-RESULTANTE e entao o que resta do encargo.
      *    "B" baixa da fatura como perda aprovada no PROG174 (nao
      *    e dinheiro recebido; RECEB-ORIGEM e quem aprovou). "R"
      *    recuperacao recebida depois da baixa - o saldo
      *    resultante e o que resta do valor baixado.
      *    "A" aplicacao de credito nao aplicado (PROG225) a
      *    fatura - o dinheiro ja tinha entrado quando o banco o
      *    trouxe, e RECEB-ORIGEM e o operador da aplicacao.
      *    Espaco = recebimento do principal da fatura.
           05 RECEB-TIPO PIC X.
               88 RECEB-ENCARGO VALUE "E".
               88 RECEB-BAIXA-PERDA VALUE "B".
               88 RECEB-RECUPERACAO VALUE "R".
               88 RECEB-APLICACAO-CREDITO VALUE "A".
