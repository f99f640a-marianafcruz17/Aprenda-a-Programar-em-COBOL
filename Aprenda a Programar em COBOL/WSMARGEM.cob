      *    area de trabalho dos paragrafos partilhados da margem
      *    bruta (COPY "PDMARGEM.cob"). O programa abre faturas,
      *    pedidos, itens de pedido e cambio, monta o periodo em
      *    MARGEM-DATA-INICIAL e MARGEM-DATA-FINAL e faz PERFORM
      *    COLETA-MARGEM-DO-PERIODO (o diario de devolucoes e
      *    aberto e fechado la dentro). Para cada linha vendida ou
      *    devolvida no periodo, a coleta monta MARGEM-LINHA e faz
      *    PERFORM LIBERA-LINHA-DE-MARGEM, paragrafo que cada
      *    relatorio escreve para classificar a linha do seu jeito.
      *    A devolucao vem com quantidade, receita e custo
      *    negativos. MARGEM-PERCENTUAL-DE apura margem e
      *    percentual de uma receita e um custo somados.
       01  MARGEM-CAMPOS.
           05 MARGEM-DATA-INICIAL PIC 9(8).
           05 MARGEM-DATA-FINAL PIC 9(8).
           05 MARGEM-FIM-FATURAS PIC X.
           05 MARGEM-FIM-ITENS PIC X.
           05 MARGEM-FIM-DEVOLUCOES PIC X.
           05 MARGEM-PEDIDO-ACHADO PIC X.
           05 MARGEM-CUSTO-UNITARIO PIC 9(6)V99.
           05 MARGEM-QTD-SEM-TAXA PIC 9(4).
           05 MARGEM-QTD-SEM-PEDIDO PIC 9(4).
           05 MARGEM-QTD-SEM-CUSTO PIC 9(6).
      *    contingencia quando parametros.dat nao traz a chave
      *    MARGEM-MINIMA-VENDA.
           05 MARGEM-PERC-MINIMO PIC 9(3)V99 VALUE 15.

       01  MARGEM-LINHA.
           05 MARGEM-TIPO PIC X.
               88 MARGEM-VENDA VALUE "V".
               88 MARGEM-DEVOLUCAO VALUE "D".
      *    a fatura da devolucao e a primeira parcela da venda,
      *    a mesma que a venda traz.
           05 MARGEM-FATURA PIC 9(6).
           05 MARGEM-DATA PIC 9(8).
           05 MARGEM-PEDIDO PIC 9(6).
           05 MARGEM-CLIENTE PIC 9(4).
           05 MARGEM-VENDEDOR PIC 9(4).
           05 MARGEM-PRODUTO PIC 9(4).
           05 MARGEM-QUANTIDADE PIC S9(6).
      *    receita em BRL pela taxa da data do pedido, custo pelo
      *    custo medio carimbado no faturamento.
           05 MARGEM-RECEITA PIC S9(10)V99.
           05 MARGEM-CUSTO PIC S9(10)V99.
           05 MARGEM-SEM-CUSTO PIC X.

       01  MARGEM-CALCULO.
           05 MARGEM-CALC-RECEITA PIC S9(12)V99.
           05 MARGEM-CALC-CUSTO PIC S9(12)V99.
           05 MARGEM-CALC-VALOR PIC S9(12)V99.
           05 MARGEM-CALC-PERCENTUAL PIC S9(5)V99.
           05 MARGEM-CALC-ABAIXO PIC X.
