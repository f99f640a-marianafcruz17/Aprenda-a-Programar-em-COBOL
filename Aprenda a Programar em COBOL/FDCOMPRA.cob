       FD  ARQUIVO-COMPRAS.
       01  COMPRA-REGISTRO.
      *    cabecalho do pedido de compra - as linhas ficam em
      *    compras_itens.dat, na mesma divisao do pedido de venda
      *    (pedidos.dat / pedido_itens.dat).
           05 COMPRA-NUMERO PIC 9(6).
           05 COMPRA-FORNECEDOR-CODIGO PIC 9(4).
           05 COMPRA-DATA-EMISSAO PIC 9(8).
      *    emissao mais o prazo de entrega do fornecedor, em dias
      *    uteis.
           05 COMPRA-DATA-PREVISTA PIC 9(8).
      *    valor do pedido pelo custo de cada linha.
           05 COMPRA-TOTAL PIC 9(8)V99.
      *    "A" aberto, "P" recebido em parte, "R" recebido por
      *    inteiro, "C" cancelado. Aberto e parcial ainda esperam
      *    mercadoria.
           05 COMPRA-SITUACAO PIC X.
               88 COMPRA-ABERTA VALUE "A".
               88 COMPRA-PARCIAL VALUE "P".
               88 COMPRA-RECEBIDA VALUE "R".
               88 COMPRA-CANCELADA VALUE "C".
               88 COMPRA-PENDENTE VALUE "A" "P".
           05 COMPRA-DATA-ULTIMO-RECEBIMENTO PIC 9(8).
           05 COMPRA-OPERADOR PIC X(10).
