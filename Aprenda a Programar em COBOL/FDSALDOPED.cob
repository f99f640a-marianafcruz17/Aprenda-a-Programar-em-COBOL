       FD  ARQUIVO-SALDOS-PEDIDO.
       01  SALDO-PEDIDO-REGISTRO.
      *    saldo a entregar de uma linha de pedido faturada so em
      *    parte por falta de estoque (PROG121) - a chave e a
      *    propria linha do pedido original em pedido_itens.dat,
      *    e a liberacao diaria (PROG230) atende os saldos na
      *    ordem da chave, do pedido mais antigo para o mais novo.
           05 SLD-CHAVE.
               10 SLD-PEDIDO-NUMERO PIC 9(6).
               10 SLD-LINHA PIC 9(3).
           05 SLD-CLIENTE-CODIGO PIC 9(4).
           05 SLD-PRODUTO-CODIGO PIC 9(4).
           05 SLD-DESCRICAO PIC X(30).
      *    data do pedido original (a espera do cliente conta dela)
      *    e data do faturamento que deixou o saldo.
           05 SLD-DATA-PEDIDO PIC 9(8).
           05 SLD-DATA-FALTA PIC 9(8).
           05 SLD-QUANTIDADE-FALTA PIC 9(5).
      *    quanto ainda espera estoque - a liberacao parcial abate
      *    daqui.
           05 SLD-QUANTIDADE-PENDENTE PIC 9(5).
      *    preco unitario e origem do preco da linha original, na
      *    moeda do pedido - o saldo sai pelo preco ja combinado.
           05 SLD-PRECO-UNITARIO PIC 9(6)V99.
           05 SLD-FONTE-PRECO PIC X.
      *    "A" aguardando estoque, "L" todo liberado em pedido de
      *    saldo, "C" cancelado.
           05 SLD-SITUACAO PIC X.
               88 SLD-AGUARDANDO VALUE "A".
               88 SLD-LIBERADO VALUE "L".
               88 SLD-CANCELADO VALUE "C".
      *    ultimo pedido de saldo gerado pela liberacao e a data.
           05 SLD-PEDIDO-LIBERADO PIC 9(6).
           05 SLD-DATA-LIBERACAO PIC 9(8).
