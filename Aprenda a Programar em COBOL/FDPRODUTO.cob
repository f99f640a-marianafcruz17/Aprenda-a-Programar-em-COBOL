      *    categoria (linha) do produto, validada em categorias.dat
      *    na digitacao do PROG105 - zeros = ainda sem categoria.
           05 PRODUTO-CATEGORIA-CODIGO PIC 9(2).
      *    fornecedor preferencial (PROG232), para quem o PROG233
      *    manda o pedido de compra sugerido - zeros = sem
      *    fornecedor definido, o produto fica fora da sugestao.
           05 PRODUTO-FORNECEDOR-CODIGO PIC 9(4).
      *    ultimo custo unitario de compra, atualizado a cada
      *    recebimento do PROG234 e usado como custo das linhas do
      *    proximo pedido de compra.
           05 PRODUTO-CUSTO-COMPRA PIC 9(6)V99.
      *    custo medio ponderado do saldo em estoque, recalculado a
      *    cada recebimento do PROG234 e a cada devolucao do
      *    PROG127 (PDCUSTOMEDIO) - e o custo que o faturamento do
      *    PROG121 carimba na linha vendida, base da margem bruta.
           05 PRODUTO-CUSTO-MEDIO PIC 9(6)V99.
      *    endereco do produto no deposito (corredor, estante,
      *    prateleira) - e a ordem em que as folhas de contagem do
      *    PROG243 saem, para o contador andar o deposito uma vez.
           05 PRODUTO-LOCALIZACAO PIC X(8).
      *    contagem de inventario em aberto que congelou o saldo do
      *    produto (PROG242), limpa no lancamento das diferencas
      *    do PROG246 - zeros = fora de contagem. Produto em
      *    contagem nao entra em outra nem aceita ajuste avulso
      *    no PROG128.
           05 PRODUTO-INVENTARIO PIC 9(6).
      *    peso unitario em quilos, digitado no PROG105 - e o peso
      *    da mercadoria expedida que o faturamento do PROG121 usa
      *    no frete cobrado por peso. Zeros = peso nao informado.
           05 PRODUTO-PESO PIC 9(4)V999.
