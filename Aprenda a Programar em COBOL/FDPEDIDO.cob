      *    TAXA em vigor na PEDIDO-DATA, a mesma regra de data que
      *    o PROG72 usa na folha.
           05 PEDIDO-MOEDA-CODIGO PIC X(3).
      *    condicao de pagamento do pedido (condicoes_pagamento.dat),
      *    sugerida da condicao padrao do cliente na digitacao. Em
      *    branco o faturamento usa a do cliente e, sem ela, o
      *    vencimento unico no mes seguinte.
           05 PEDIDO-CONDICAO-PAGAMENTO PIC X(3).
      *    pedido de saldo gerado pela liberacao de saldos a
      *    entregar (PROG230) guarda o numero do pedido original;
      *    zeros no pedido digitado ou convertido de cotacao.
           05 PEDIDO-ORIGEM PIC 9(6).
      *    local de entrega do cliente (enderecos_entrega.dat),
      *    escolhido na digitacao - zeros = o proprio endereco de
      *    cobranca. So o romaneio e o manifesto de entregas usam;
      *    fatura, extrato e cobranca seguem no CLIENTE-ENDERECO.
           05 PEDIDO-ENTREGA-SEQUENCIA PIC 9(3).
