      *    faturas nao pagas antes de aceitar um pedido novo.
      *    Zeros = sem limite definido, nada e bloqueado.
           05 CLIENTE-LIMITE-CREDITO PIC 9(8)V99.
      *    "S" credito bloqueado pela regua de cobranca (PROG217)
      *    quando uma fatura chega ao aviso final - o PROG100 recusa
      *    pedido novo ate a baixa do PROG122/PROG124 quitar as
      *    faturas em aviso final. Espaco = sem bloqueio.
           05 CLIENTE-BLOQUEIO-CREDITO PIC X.
               88 CLIENTE-BLOQUEADO VALUE "S".
      *    condicao de pagamento padrao do cliente (PROG219),
      *    sugerida em cada pedido novo no PROG100. Em branco =
      *    vencimento unico no mes seguinte ao faturamento.
           05 CLIENTE-CONDICAO-PAGAMENTO PIC X(3).
      *    CPF (pessoa fisica, alinhado a direita nos 14 digitos) ou
      *    CNPJ (pessoa juridica) do cliente, conferido pelos
      *    digitos verificadores na digitacao do PROG50 - e o
      *    destinatario da NF-e do faturamento (PROG121). Tipo em
      *    branco e documento zerado = ainda nao informado.
           05 CLIENTE-DOCUMENTO.
               10 CLIENTE-TIPO-PESSOA PIC X.
                   88 CLIENTE-PESSOA-FISICA VALUE "F".
                   88 CLIENTE-PESSOA-JURIDICA VALUE "J".
               10 CLIENTE-CPF-CNPJ PIC 9(14).
      *    data da ultima revisao de limite aprovada no PROG252. Com
      *    a data preenchida o limite foi dado pela revisao e zero
      *    quer dizer credito zero (todo pedido precisa do
      *    supervisor no PROG100); em branco ou zerada, limite zero
      *    continua sendo "sem limite definido".
           05 CLIENTE-DATA-REVISAO-CREDITO PIC 9(8).
