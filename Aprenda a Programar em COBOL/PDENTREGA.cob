      *    destino do pedido: o endereco de entrega escolhido na
      *    digitacao (PEDIDO-ENTREGA-SEQUENCIA) ou, sem escolha, o
      *    endereco de cobranca do cliente. Pedido gravado antes do
      *    campo existir traz espacos - vale como sem escolha.
       MONTA-DESTINO-DO-PEDIDO.
           MOVE CLIENTE-RUA TO DESTINO-RUA.
           MOVE CLIENTE-NUMERO TO DESTINO-NUMERO.
           MOVE CLIENTE-CIDADE TO DESTINO-CIDADE.
           MOVE CLIENTE-ESTADO TO DESTINO-ESTADO.
           MOVE CLIENTE-CEP TO DESTINO-CEP.
           MOVE SPACES TO DESTINO-CONTATO.
           MOVE CLIENTE-TELEFONE TO DESTINO-TELEFONE.
           MOVE ZEROS TO DESTINO-SEQUENCIA.

           IF PEDIDO-ENTREGA-SEQUENCIA NUMERIC
               IF PEDIDO-ENTREGA-SEQUENCIA > ZEROS
                   PERFORM LE-ENDERECO-DO-PEDIDO.

       LE-ENDERECO-DO-PEDIDO.
           MOVE PEDIDO-CLIENTE-CODIGO TO ENTREGA-CLIENTE-CODIGO.
           MOVE PEDIDO-ENTREGA-SEQUENCIA TO ENTREGA-SEQUENCIA.

           READ ARQUIVO-ENTREGAS RECORD
               INVALID KEY
                   DISPLAY "Pedido " PEDIDO-NUMERO
                       " com endereco de entrega inexistente, "
                       "vai o de cobranca"
               NOT INVALID KEY
                   MOVE ENTREGA-RUA TO DESTINO-RUA
                   MOVE ENTREGA-NUMERO TO DESTINO-NUMERO
                   MOVE ENTREGA-CIDADE TO DESTINO-CIDADE
                   MOVE ENTREGA-ESTADO TO DESTINO-ESTADO
                   MOVE ENTREGA-CEP TO DESTINO-CEP
                   MOVE ENTREGA-CONTATO TO DESTINO-CONTATO
                   MOVE ENTREGA-TELEFONE TO DESTINO-TELEFONE
                   MOVE ENTREGA-SEQUENCIA TO DESTINO-SEQUENCIA.
