      *    paragrafos partilhados da exposicao de credito do
      *    cliente: pedidos abertos convertidos para BRL (1x1
      *    quando nao ha taxa utilizavel, como no PROG100) e
      *    saldos positivos das faturas em aberto.
       CALCULA-EXPOSICAO-CLIENTE.
           MOVE ZEROS TO EXPOSICAO-TOTAL.
           PERFORM SOMA-PEDIDOS-ABERTOS.
           PERFORM SOMA-FATURAS-ABERTAS.

       SOMA-PEDIDOS-ABERTOS.
           MOVE ZEROS TO PEDIDO-NUMERO.
           MOVE "N" TO EXPOSICAO-FIM-PEDIDOS.

           START ARQUIVO-PEDIDOS
               KEY IS NOT LESS THAN PEDIDO-NUMERO
               INVALID KEY
                   MOVE "S" TO EXPOSICAO-FIM-PEDIDOS.

           PERFORM SOMA-UM-PEDIDO-ABERTO
               UNTIL EXPOSICAO-FIM-PEDIDOS = "S".

       SOMA-UM-PEDIDO-ABERTO.
           READ ARQUIVO-PEDIDOS NEXT RECORD
               AT END
                   MOVE "S" TO EXPOSICAO-FIM-PEDIDOS.

           IF EXPOSICAO-FIM-PEDIDOS = "N"
               IF PEDIDO-ABERTO AND
                   PEDIDO-CLIENTE-CODIGO = EXPOSICAO-CLIENTE-BUSCA
                   PERFORM SOMA-PEDIDO-EM-BRL.

       SOMA-PEDIDO-EM-BRL.
           MOVE PEDIDO-MOEDA-CODIGO TO CAMBIO-MOEDA-BUSCA.
           MOVE PEDIDO-DATA TO CAMBIO-DATA-BUSCA.
           PERFORM BUSCA-TAXA-CAMBIO.

           IF CAMBIO-TAXA-ACHADA = "N"
               MOVE 1 TO CAMBIO-TAXA-VIGENTE.

           COMPUTE EXPOSICAO-PEDIDO-EM-BRL ROUNDED =
               PEDIDO-TOTAL * CAMBIO-TAXA-VIGENTE.

           ADD EXPOSICAO-PEDIDO-EM-BRL TO EXPOSICAO-TOTAL.

       SOMA-FATURAS-ABERTAS.
           MOVE ZEROS TO FATURA-NUMERO.
           MOVE "N" TO EXPOSICAO-FIM-FATURAS.

           START ARQUIVO-FATURAS
               KEY IS NOT LESS THAN FATURA-NUMERO
               INVALID KEY
                   MOVE "S" TO EXPOSICAO-FIM-FATURAS.

           PERFORM SOMA-UMA-FATURA-ABERTA
               UNTIL EXPOSICAO-FIM-FATURAS = "S".

       SOMA-UMA-FATURA-ABERTA.
           READ ARQUIVO-FATURAS NEXT RECORD
               AT END
                   MOVE "S" TO EXPOSICAO-FIM-FATURAS.

           IF EXPOSICAO-FIM-FATURAS = "N"
               IF FATURA-EM-ABERTO AND
                   FATURA-CLIENTE-CODIGO = EXPOSICAO-CLIENTE-BUSCA
                   COMPUTE EXPOSICAO-SALDO-FATURA =
                       FATURA-VALOR - FATURA-VALOR-PAGO -
                       FATURA-VALOR-CREDITO
                   IF EXPOSICAO-SALDO-FATURA > ZEROS
                       ADD EXPOSICAO-SALDO-FATURA TO EXPOSICAO-TOTAL.
