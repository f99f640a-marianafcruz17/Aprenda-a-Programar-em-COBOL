       FD  ARQUIVO-RECORRENTE-ITENS.
       01  RECITEM-REGISTRO.
      *    itens do contrato recorrente - cada linha vira uma
      *    linha de pedido_itens.dat em cada pedido gerado.
           05 RECITEM-CHAVE.
               10 RECITEM-CLIENTE-CODIGO PIC 9(4).
               10 RECITEM-SEQUENCIA PIC 9(2).
               10 RECITEM-LINHA PIC 9(2).
           05 RECITEM-PRODUTO-CODIGO PIC 9(4).
           05 RECITEM-QUANTIDADE PIC 9(5).
      *    preco unitario combinado, usado so quando o contrato e
      *    de preco fixo (RECOR-PRECO-FIXO).
           05 RECITEM-PRECO-FIXO PIC 9(6)V99.
