           05 ITEM-QUANTIDADE PIC 9(5).
           05 ITEM-PRECO-UNITARIO PIC 9(6)V99.
           05 ITEM-TOTAL PIC 9(8)V99.
      *    de onde veio o preco do item: "O" oficial, "C" preco de
      *    contrato do cliente, "D" desconto geral do cliente
      *    (PDCONTRATO); em branco nos itens anteriores ao
      *    contrato de precos, todos pelo preco oficial.
           05 ITEM-FONTE-PRECO PIC X.
      *    custo unitario da linha, carimbado pelo faturamento do
      *    PROG121 com o custo medio do produto na saida - zeros
      *    na linha ainda nao faturada, em branco na faturada antes
      *    do custo medio (sem custo para a margem).
           05 ITEM-CUSTO-UNITARIO PIC 9(6)V99.
