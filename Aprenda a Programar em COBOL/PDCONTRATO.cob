      *    paragrafos partilhados do preco de contrato: primeiro o
      *    preco negociado do proprio produto, depois o desconto
      *    geral do cliente (produto 0000), e sem nenhum dos dois
      *    fica o preco oficial recebido. O posicionamento e o
      *    mesmo START NOT GREATER THAN do BUSCA-PRECO-VIGENTE.
       BUSCA-PRECO-CONTRATO.
           MOVE CONTRATO-PRECO-OFICIAL TO CONTRATO-PRECO-FINAL.
           MOVE "O" TO CONTRATO-FONTE.
           MOVE "PRECO OFICIAL" TO CONTRATO-FONTE-DESCRICAO.

           MOVE CONTRATO-PRODUTO-BUSCA TO CONTRATO-PRODUTO-ALVO.
           PERFORM LOCALIZA-CONTRATO-VIGENTE.

           IF CONTRATO-VIGENTE = "S" AND CONTRATO-PRECO > ZEROS
               MOVE CONTRATO-PRECO TO CONTRATO-PRECO-FINAL
               MOVE "C" TO CONTRATO-FONTE
               MOVE "PRECO CONTRATO" TO CONTRATO-FONTE-DESCRICAO
           ELSE
               MOVE ZEROS TO CONTRATO-PRODUTO-ALVO
               PERFORM LOCALIZA-CONTRATO-VIGENTE
               IF CONTRATO-VIGENTE = "S" AND
                   CONTRATO-DESCONTO > ZEROS
                   COMPUTE CONTRATO-PRECO-FINAL ROUNDED =
                       CONTRATO-PRECO-OFICIAL -
                       (CONTRATO-PRECO-OFICIAL *
                           CONTRATO-DESCONTO / 100)
                   MOVE "D" TO CONTRATO-FONTE
                   MOVE "DESCONTO CLIENTE" TO
                       CONTRATO-FONTE-DESCRICAO.

      *    quem chama ja pos o produto (ou 0000) em CONTRATO-
      *    PRODUTO-ALVO; registro de outro cliente ou produto, ou
      *    ja expirado na data buscada, nao vale.
       LOCALIZA-CONTRATO-VIGENTE.
           MOVE "S" TO CONTRATO-VIGENTE.
           MOVE CONTRATO-CLIENTE-BUSCA TO CONTRATO-CLIENTE-CODIGO.
           MOVE CONTRATO-PRODUTO-ALVO TO CONTRATO-PRODUTO-CODIGO.
           MOVE CONTRATO-DATA-BUSCA TO CONTRATO-DATA-VIGENCIA.

           START ARQUIVO-CONTRATOS
               KEY IS NOT GREATER THAN CONTRATO-CHAVE
               INVALID KEY
                   MOVE "N" TO CONTRATO-VIGENTE.

           IF CONTRATO-VIGENTE = "S"
               READ ARQUIVO-CONTRATOS NEXT RECORD
                   AT END
                       MOVE "N" TO CONTRATO-VIGENTE.

           IF CONTRATO-VIGENTE = "S"
               IF CONTRATO-CLIENTE-CODIGO NOT =
                   CONTRATO-CLIENTE-BUSCA OR
                   CONTRATO-PRODUTO-CODIGO NOT =
                       CONTRATO-PRODUTO-ALVO
                   MOVE "N" TO CONTRATO-VIGENTE
               ELSE
                   IF CONTRATO-DATA-EXPIRACAO NOT = ZEROS AND
                       CONTRATO-DATA-EXPIRACAO < CONTRATO-DATA-BUSCA
                       MOVE "N" TO CONTRATO-VIGENTE.
