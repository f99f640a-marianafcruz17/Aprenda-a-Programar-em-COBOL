      *    ativos com PRODUTO-ESTOQUE igual ou abaixo de PRODUTO-
      *    ESTOQUE-MINIMO, com o saldo e quanto falta para voltar
      *    ao minimo, para a compra sair antes de faltar mercadoria
      *    no proximo pedido. A mesma falta alimenta os pedidos de
      *    compra sugeridos do PROG233.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
