       FD  ARQUIVO-COMPRA-ITENS.
       01  COMPRA-ITEM-REGISTRO.
      *    chave composta (numero do pedido de compra + linha),
      *    como ITEM-CHAVE do pedido de venda.
           05 COMPRA-ITEM-CHAVE.
               10 CITEM-COMPRA-NUMERO PIC 9(6).
               10 CITEM-LINHA PIC 9(3).
           05 CITEM-PRODUTO-CODIGO PIC 9(4).
           05 CITEM-DESCRICAO PIC X(30).
           05 CITEM-QUANTIDADE PIC 9(6).
      *    quanto ja entrou pelo recebimento do PROG234 - a
      *    diferenca para CITEM-QUANTIDADE e o que ainda se espera
      *    do fornecedor.
           05 CITEM-QTD-RECEBIDA PIC 9(6).
           05 CITEM-CUSTO-UNITARIO PIC 9(6)V99.
      *    quanto do recebido ja veio cobrado em nota fiscal do
      *    fornecedor lancada no PROG236 - nota nenhuma cobra mais
      *    do que CITEM-QTD-RECEBIDA menos este campo.
           05 CITEM-QTD-FATURADA PIC 9(6).
