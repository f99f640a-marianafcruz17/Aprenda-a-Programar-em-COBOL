      *    paragrafos partilhados da margem bruta - a venda entra
      *    pela fatura emitida no periodo (uma vez, na primeira
      *    parcela, com as linhas de item do pedido) e a devolucao
      *    pela data da nota de credito, como no estorno de
      *    comissao do PROG102.
       COLETA-MARGEM-DO-PERIODO.
           MOVE ZEROS TO MARGEM-QTD-SEM-TAXA.
           MOVE ZEROS TO MARGEM-QTD-SEM-PEDIDO.
           MOVE ZEROS TO MARGEM-QTD-SEM-CUSTO.

           MOVE ZEROS TO FATURA-NUMERO.
           MOVE "N" TO MARGEM-FIM-FATURAS.

           START ARQUIVO-FATURAS
               KEY IS NOT LESS THAN FATURA-NUMERO
               INVALID KEY
                   MOVE "S" TO MARGEM-FIM-FATURAS.

           PERFORM MARGEM-EXAMINA-FATURA
               UNTIL MARGEM-FIM-FATURAS = "S".

           OPEN INPUT ARQUIVO-DEVOLUCOES.
           MOVE "N" TO MARGEM-FIM-DEVOLUCOES.
           PERFORM MARGEM-EXAMINA-DEVOLUCAO
               UNTIL MARGEM-FIM-DEVOLUCOES = "S".
           CLOSE ARQUIVO-DEVOLUCOES.

       MARGEM-EXAMINA-FATURA.
           READ ARQUIVO-FATURAS NEXT RECORD
               AT END
                   MOVE "S" TO MARGEM-FIM-FATURAS.

           IF MARGEM-FIM-FATURAS = "N"
               IF FATURA-DATA-EMISSAO >= MARGEM-DATA-INICIAL AND
                   FATURA-DATA-EMISSAO <= MARGEM-DATA-FINAL
                   PERFORM MARGEM-CONFERE-PARCELA.

       MARGEM-CONFERE-PARCELA.
      *    fatura anterior as condicoes de pagamento vem sem
      *    parcela e vale como parcela unica.
           IF FATURA-PARCELA NOT NUMERIC
               PERFORM MARGEM-ABRE-PEDIDO-DA-FATURA
           ELSE
               IF FATURA-PARCELA < 2
                   PERFORM MARGEM-ABRE-PEDIDO-DA-FATURA.

       MARGEM-ABRE-PEDIDO-DA-FATURA.
      *    pedido ja levado ao arquivo morto pelo PROG181 nao tem
      *    mais as linhas de item - fica so na contagem.
           MOVE FATURA-PEDIDO-NUMERO TO PEDIDO-NUMERO.
           PERFORM MARGEM-LE-PEDIDO.

           IF MARGEM-PEDIDO-ACHADO = "N"
               ADD 1 TO MARGEM-QTD-SEM-PEDIDO
           ELSE
               PERFORM MARGEM-LIBERA-ITENS.

       MARGEM-LE-PEDIDO.
           MOVE "S" TO MARGEM-PEDIDO-ACHADO.
           READ ARQUIVO-PEDIDOS RECORD
               INVALID KEY
                   MOVE "N" TO MARGEM-PEDIDO-ACHADO.

           IF MARGEM-PEDIDO-ACHADO = "S"
               PERFORM MARGEM-PEGA-TAXA
           ELSE
               MOVE 1 TO CAMBIO-TAXA-VIGENTE.

       MARGEM-PEGA-TAXA.
           MOVE PEDIDO-MOEDA-CODIGO TO CAMBIO-MOEDA-BUSCA.
           MOVE PEDIDO-DATA TO CAMBIO-DATA-BUSCA.
           PERFORM BUSCA-TAXA-CAMBIO.

           IF CAMBIO-TAXA-ACHADA = "N"
               ADD 1 TO MARGEM-QTD-SEM-TAXA
               MOVE 1 TO CAMBIO-TAXA-VIGENTE.

       MARGEM-LIBERA-ITENS.
           MOVE "N" TO MARGEM-FIM-ITENS.
           MOVE PEDIDO-NUMERO TO ITEM-PEDIDO-NUMERO.
           MOVE ZEROS TO ITEM-LINHA.

           START ARQUIVO-PEDIDO-ITENS
               KEY IS NOT LESS THAN ITEM-CHAVE
               INVALID KEY
                   MOVE "S" TO MARGEM-FIM-ITENS.

           PERFORM MARGEM-LIBERA-UM-ITEM
               UNTIL MARGEM-FIM-ITENS = "S".

       MARGEM-LIBERA-UM-ITEM.
           READ ARQUIVO-PEDIDO-ITENS NEXT RECORD
               AT END
                   MOVE "S" TO MARGEM-FIM-ITENS.

           IF MARGEM-FIM-ITENS = "N"
               IF ITEM-PEDIDO-NUMERO NOT = PEDIDO-NUMERO
                   MOVE "S" TO MARGEM-FIM-ITENS
               ELSE
                   IF ITEM-QUANTIDADE > ZEROS
                       PERFORM MARGEM-MONTA-VENDA.

       MARGEM-MONTA-VENDA.
           MOVE "V" TO MARGEM-TIPO.
           MOVE FATURA-NUMERO TO MARGEM-FATURA.
           MOVE FATURA-DATA-EMISSAO TO MARGEM-DATA.
           MOVE PEDIDO-NUMERO TO MARGEM-PEDIDO.
           MOVE PEDIDO-CLIENTE-CODIGO TO MARGEM-CLIENTE.
           MOVE PEDIDO-FUNCIONARIO-CODIGO TO MARGEM-VENDEDOR.
           MOVE ITEM-PRODUTO-CODIGO TO MARGEM-PRODUTO.
           MOVE ITEM-QUANTIDADE TO MARGEM-QUANTIDADE.
           COMPUTE MARGEM-RECEITA ROUNDED =
               ITEM-TOTAL * CAMBIO-TAXA-VIGENTE.

           IF ITEM-CUSTO-UNITARIO NOT NUMERIC
               MOVE ZEROS TO MARGEM-CUSTO-UNITARIO
           ELSE
               MOVE ITEM-CUSTO-UNITARIO TO MARGEM-CUSTO-UNITARIO.

           PERFORM MARGEM-CALCULA-CUSTO.
           PERFORM LIBERA-LINHA-DE-MARGEM.

       MARGEM-EXAMINA-DEVOLUCAO.
           READ ARQUIVO-DEVOLUCOES RECORD AT END
               MOVE "S" TO MARGEM-FIM-DEVOLUCOES.

           IF MARGEM-FIM-DEVOLUCOES = "N"
               IF DEV-DATA >= MARGEM-DATA-INICIAL AND
                   DEV-DATA <= MARGEM-DATA-FINAL
                   PERFORM MARGEM-MONTA-DEVOLUCAO.

       MARGEM-MONTA-DEVOLUCAO.
      *    a nota de credito sai na moeda do pedido - volta para
      *    BRL pela mesma taxa com que a venda entrou.
           MOVE DEV-PEDIDO-NUMERO TO PEDIDO-NUMERO.
           PERFORM MARGEM-LE-PEDIDO.

           MOVE "D" TO MARGEM-TIPO.
           MOVE DEV-FATURA-NUMERO TO MARGEM-FATURA.
           MOVE DEV-DATA TO MARGEM-DATA.
           MOVE DEV-PEDIDO-NUMERO TO MARGEM-PEDIDO.
           MOVE DEV-CLIENTE-CODIGO TO MARGEM-CLIENTE.
           MOVE DEV-FUNCIONARIO-CODIGO TO MARGEM-VENDEDOR.
           MOVE DEV-PRODUTO-CODIGO TO MARGEM-PRODUTO.
           COMPUTE MARGEM-QUANTIDADE = ZEROS - DEV-QUANTIDADE.
           COMPUTE MARGEM-RECEITA ROUNDED =
               ZEROS - (DEV-VALOR * CAMBIO-TAXA-VIGENTE).

           IF DEV-CUSTO-UNITARIO NOT NUMERIC
               MOVE ZEROS TO MARGEM-CUSTO-UNITARIO
           ELSE
               MOVE DEV-CUSTO-UNITARIO TO MARGEM-CUSTO-UNITARIO.

           PERFORM MARGEM-CALCULA-CUSTO.
           PERFORM LIBERA-LINHA-DE-MARGEM.

       MARGEM-CALCULA-CUSTO.
      *    linha sem custo carimbado (faturada antes do custo
      *    medio, ou produto que nunca teve compra) entra com custo
      *    zero e marcada, para a margem dela nao enganar.
           COMPUTE MARGEM-CUSTO =
               MARGEM-QUANTIDADE * MARGEM-CUSTO-UNITARIO.

           IF MARGEM-CUSTO-UNITARIO = ZEROS
               MOVE "S" TO MARGEM-SEM-CUSTO
               ADD 1 TO MARGEM-QTD-SEM-CUSTO
           ELSE
               MOVE "N" TO MARGEM-SEM-CUSTO.

       MARGEM-PERCENTUAL-DE.
      *    percentual sobre a receita; receita zerada ou negativa
      *    (so devolucao no periodo) nao tem margem a comparar com
      *    o minimo. Custo de mais de mil vezes a receita (preco
      *    digitado errado) para no piso do campo.
           COMPUTE MARGEM-CALC-VALOR =
               MARGEM-CALC-RECEITA - MARGEM-CALC-CUSTO.
           MOVE "N" TO MARGEM-CALC-ABAIXO.

           IF MARGEM-CALC-RECEITA NOT > ZEROS
               MOVE ZEROS TO MARGEM-CALC-PERCENTUAL
           ELSE
               IF MARGEM-CALC-CUSTO > MARGEM-CALC-RECEITA * 1000
                   MOVE -99999.99 TO MARGEM-CALC-PERCENTUAL
               ELSE
                   COMPUTE MARGEM-CALC-PERCENTUAL ROUNDED =
                       MARGEM-CALC-VALOR * 100 /
                       MARGEM-CALC-RECEITA.

           IF MARGEM-CALC-RECEITA > ZEROS AND
               MARGEM-CALC-PERCENTUAL < MARGEM-PERC-MINIMO
               MOVE "S" TO MARGEM-CALC-ABAIXO.
