      *    pelo numero, aceita a quantidade fechada com o cliente,
      *    aplica a mesma faixa de desconto da emissao
      *    (PDDESCFAIXA) e grava o pedido em pedidos.dat sem
      *    redigitar nada, marcando a cotacao como convertida. O
      *    item do pedido herda a origem do preco da cotacao
      *    (oficial ou contrato do cliente).
      *    Com a janela batch noturna no ar (trava do PROG177) a
      *    atualizacao e recusada logo na entrada.
      *    Na base de treinamento (PROG273) a tela abre com o aviso
      *    de dados ficticios.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBCLIENTE.cob".
           COPY "SBPRODUTO.cob".
           COPY "SBSEQUENCIA.cob".
           COPY "SBJANELA.cob".
           COPY "SBPARAMETRO.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDCOTACAO.cob".
           COPY "FDCLIENTE.cob".
           COPY "FDPRODUTO.cob".
           COPY "FDSEQUENCIA.cob".
           COPY "FDJANELA.cob".
           COPY "FDPARAMETRO.cob".

       WORKING-STORAGE SECTION.
           COPY "WSPARAMETRO.cob".
           COPY "WSJANELA.cob".
           COPY "WSDESCFAIXA.cob".
           COPY "WSCONFIRMA.cob".
       77  REGISTRO-ENCONTRADO PIC X.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
      *    na base de treinamento a tela abre com o aviso de dados
      *    ficticios.
           PERFORM CARREGA-PARAMETROS.

      *    com a janela batch no ar a atualizacao fica parada - a
      *    trava e do orquestrador PROG177.
           MOVE "PROG107" TO JANELA-PROGRAMA.
           PERFORM CONFERE-JANELA-BATCH.
           IF JANELA-BLOQUEIO = "S"
               GOBACK.

           ACCEPT DATA-DE-HOJE FROM DATE YYYYMMDD.
           PERFORM CARREGA-SEQUENCIAS.

           DISPLAY "Cliente.....: " COTACAO-CLIENTE-CODIGO.
           DISPLAY "Produto.....: " COTACAO-PRODUTO-CODIGO.
           DISPLAY "Preco tabela: " COTACAO-PRECO-UNITARIO.
           IF COTACAO-PRECO-CONTRATO
               DISPLAY "Origem......: PRECO CONTRATO".
           IF COTACAO-PRECO-DESCONTO
               DISPLAY "Origem......: DESCONTO CLIENTE".

           DISPLAY "Quantidade fechada com o cliente: ".
           ACCEPT QUANTIDADE-FECHADA.
           PERFORM BUSCA-VENDEDOR-DO-CLIENTE.
           MOVE "A" TO PEDIDO-STATUS.
           MOVE ZEROS TO PEDIDO-DATA-ENTREGA.
           MOVE ZEROS TO PEDIDO-ORIGEM.
      *    a cotacao nao escolhe local - entrega na cobranca.
           MOVE ZEROS TO PEDIDO-ENTREGA-SEQUENCIA.
      *    cotacao e emitida em reais - o pedido convertido tambem.
           MOVE "BRL" TO PEDIDO-MOEDA-CODIGO.

           MOVE QUANTIDADE-FECHADA TO ITEM-QUANTIDADE.
           MOVE PRECO-COM-DESCONTO TO ITEM-PRECO-UNITARIO.
           MOVE PEDIDO-TOTAL TO ITEM-TOTAL.
           MOVE COTACAO-FONTE-PRECO TO ITEM-FONTE-PRECO.
           IF ITEM-FONTE-PRECO = SPACE
               MOVE "O" TO ITEM-FONTE-PRECO.
           MOVE ZEROS TO ITEM-CUSTO-UNITARIO.

           WRITE PEDIDO-ITEM-REGISTRO
               INVALID KEY

           COPY "PDDESCFAIXA.cob".
           COPY "PDCONFIRMA.cob".
           COPY "PDJANELA.cob".
           COPY "PDPARAMETRO.cob".
