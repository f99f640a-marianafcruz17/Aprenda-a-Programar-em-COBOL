      *    paragrafos partilhados do rateio do custo de folha por
      *    centro de custo - o mesmo criterio no lancamento
      *    contabil (PROG150) e no orcado x realizado (PROG168).
       CARREGA-RATEIO.
      *    as linhas do funcionario vem em ordem de vigencia; a
      *    cada vigencia nova ate a data pedida a tabela recomeca,
      *    e fica a ultima.
           MOVE ZEROS TO RATEIO-VIGENCIA-ACHADA.
           MOVE ZEROS TO RATEIO-QTD-CENTROS.
           MOVE ZEROS TO RATEIO-SOMA-PERCENTUAL.
           MOVE "S" TO RATEIO-VALIDO.
           MOVE "N" TO RATEIO-FIM-ARQUIVO.

           MOVE RATEIO-PEDIDO-FUNCIONARIO TO
               RATEIO-FUNCIONARIO-CODIGO.
           MOVE ZEROS TO RATEIO-VIGENCIA.
           MOVE ZEROS TO RATEIO-DEPTO-CODIGO.

           START ARQUIVO-RATEIOS
               KEY IS NOT LESS THAN RATEIO-CHAVE
               INVALID KEY
                   MOVE "S" TO RATEIO-FIM-ARQUIVO.

           PERFORM LEIA-PROXIMA-LINHA-RATEIO
               UNTIL RATEIO-FIM-ARQUIVO = "S".

      *    sem rateio, com soma diferente de 100% ou com
      *    departamento sem cadastro, o custo fica no departamento
      *    do funcionario - o PROG216 aponta o rateio errado.
           IF RATEIO-QTD-CENTROS = ZEROS OR
               RATEIO-SOMA-PERCENTUAL NOT = 100
               MOVE "N" TO RATEIO-VALIDO.

       LEIA-PROXIMA-LINHA-RATEIO.
           READ ARQUIVO-RATEIOS NEXT RECORD
               AT END
                   MOVE "S" TO RATEIO-FIM-ARQUIVO.

           IF RATEIO-FIM-ARQUIVO = "N"
               IF RATEIO-FUNCIONARIO-CODIGO NOT =
                   RATEIO-PEDIDO-FUNCIONARIO OR
                   RATEIO-VIGENCIA > RATEIO-PEDIDO-DATA
                   MOVE "S" TO RATEIO-FIM-ARQUIVO
               ELSE
                   PERFORM GUARDA-LINHA-RATEIO.

       GUARDA-LINHA-RATEIO.
           IF RATEIO-VIGENCIA NOT = RATEIO-VIGENCIA-ACHADA
               MOVE RATEIO-VIGENCIA TO RATEIO-VIGENCIA-ACHADA
               MOVE ZEROS TO RATEIO-QTD-CENTROS
               MOVE ZEROS TO RATEIO-SOMA-PERCENTUAL
               MOVE "S" TO RATEIO-VALIDO.

           IF RATEIO-QTD-CENTROS < 10
               ADD 1 TO RATEIO-QTD-CENTROS
               MOVE RATEIO-PERCENTUAL TO
                   RATEIO-CENTRO-PERCENTUAL (RATEIO-QTD-CENTROS)
               ADD RATEIO-PERCENTUAL TO RATEIO-SOMA-PERCENTUAL
               PERFORM ACHA-CENTRO-DO-RATEIO
           ELSE
               MOVE "N" TO RATEIO-VALIDO.

       ACHA-CENTRO-DO-RATEIO.
      *    departamento inativo continua levando o custo para o
      *    centro dele ate o rateio ser refeito.
           MOVE RATEIO-DEPTO-CODIGO TO DEPARTAMENTO-CODIGO.
           MOVE ZEROS TO RATEIO-CENTRO-CUSTO (RATEIO-QTD-CENTROS).

           READ ARQUIVO-DEPARTAMENTO RECORD
               INVALID KEY
                   MOVE "N" TO RATEIO-VALIDO
               NOT INVALID KEY
                   MOVE DEPARTAMENTO-CENTRO-CUSTO TO
                       RATEIO-CENTRO-CUSTO (RATEIO-QTD-CENTROS).

       RATEIA-VALOR.
      *    cada centro leva a sua parte arredondada e o ultimo
      *    leva a sobra, para a soma das partes bater no centavo.
           MOVE ZEROS TO RATEIO-VALOR-DISTRIBUIDO.

           PERFORM CALCULA-PARTE-RATEIO
               VARYING RATEIO-INDICE FROM 1 BY 1
               UNTIL RATEIO-INDICE >= RATEIO-QTD-CENTROS.

           COMPUTE RATEIO-VALOR-PARTE (RATEIO-QTD-CENTROS) =
               RATEIO-VALOR-TOTAL - RATEIO-VALOR-DISTRIBUIDO.

       CALCULA-PARTE-RATEIO.
           COMPUTE RATEIO-VALOR-PARTE (RATEIO-INDICE) ROUNDED =
               RATEIO-VALOR-TOTAL *
               RATEIO-CENTRO-PERCENTUAL (RATEIO-INDICE) / 100.
           ADD RATEIO-VALOR-PARTE (RATEIO-INDICE) TO
               RATEIO-VALOR-DISTRIBUIDO.
