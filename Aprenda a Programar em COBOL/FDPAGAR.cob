       FD  ARQUIVO-PAGAR.
       01  PAGAR-REGISTRO.
      *    contas a pagar a fornecedores - uma nota fiscal de
      *    fornecedor lancada no PROG236 contra um pedido de compra
      *    recebido, com um registro por parcela (vencimento), no
      *    mesmo esquema das parcelas de faturas.dat. A chave
      *    comeca pelo fornecedor e pelo numero da nota dele, e e
      *    por ela que a mesma nota nao entra duas vezes.
           05 PAGAR-CHAVE.
               10 PAGAR-FORNECEDOR-CODIGO PIC 9(4).
               10 PAGAR-NOTA-NUMERO PIC 9(9).
               10 PAGAR-PARCELA PIC 9(2).
           05 PAGAR-QTD-PARCELAS PIC 9(2).
      *    pedido de compra cobrado pela nota.
           05 PAGAR-COMPRA-NUMERO PIC 9(6).
           05 PAGAR-DATA-EMISSAO PIC 9(8).
           05 PAGAR-DATA-VENCIMENTO PIC 9(8).
      *    valor da parcela e o que ja foi pago dela - o saldo em
      *    aberto e VALOR - PAGO, como na fatura de cliente.
           05 PAGAR-VALOR PIC 9(8)V99.
           05 PAGAR-VALOR-PAGO PIC 9(8)V99.
      *    "A" em aberto, "P" paga pela rodada de pagamento do
      *    PROG237.
           05 PAGAR-SITUACAO PIC X.
               88 PAGAR-EM-ABERTO VALUE "A".
               88 PAGAR-PAGA VALUE "P".
           05 PAGAR-DATA-LANCAMENTO PIC 9(8).
           05 PAGAR-OPERADOR PIC X(10).
      *    rodada de pagamento (SEQ-ULTIMO-PAGAMENTO) que mandou a
      *    parcela ao banco, com a data do credito. Zeros enquanto
      *    a parcela esta em aberto.
           05 PAGAR-PAGAMENTO-NUMERO PIC 9(6).
           05 PAGAR-DATA-PAGAMENTO PIC 9(8).
