      *    itens de cada pedido ainda nao entregue saem ordenadas
      *    por codigo de produto (a ordem das prateleiras do
      *    deposito), uma secao por pedido, para o separador andar o
      *    corredor uma vez so. Pedido de saldo liberado pelo
      *    PROG230 entra como qualquer pedido em aberto e traz na
      *    linha do pedido o numero do pedido original. Os pedidos
      *    saem na ordem do CEP de entrega - o do local escolhido
      *    no pedido (PROG256) ou, sem escolha, o de cobranca - a
      *    mesma ordem do manifesto do PROG131, para a carga do
      *    caminhao ser separada na sequencia da rota. Linha de
      *    kit (estrutura do PROG267) sai aberta nos componentes,
      *    cada um com a quantidade por kit vezes os kits pedidos e
      *    o codigo do kit ao lado, na ordem das prateleiras junto
      *    com os avulsos - quem separa pega os componentes.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBPEDIDO.cob".
           COPY "SBPEDIDOITEM.cob".
           COPY "SBCLIENTE.cob".
           COPY "SBENTREGA.cob".
           COPY "SBPRODUTO.cob".
           COPY "SBKIT.cob".
           SELECT ARQUIVO-ORDENACAO
               ASSIGN TO "ROMANSORT.TMP".
           SELECT RELATORIO-ROMANEIO
       FILE SECTION.
           COPY "FDPEDIDO.cob".
           COPY "FDPEDIDOITEM.cob".
           COPY "FDCLIENTE.cob".
           COPY "FDENTREGA.cob".
           COPY "FDPRODUTO.cob".
           COPY "FDKIT.cob".

       SD  ARQUIVO-ORDENACAO.
       01  ORDENACAO-REGISTRO.
           05 ORD-CEP PIC 9(8).
           05 ORD-PEDIDO PIC 9(6).
      *    produto na frente da linha - dentro do pedido os itens
      *    saem na ordem do deposito, nao na ordem da digitacao.
           05 ORD-DESCRICAO PIC X(30).
           05 ORD-QUANTIDADE PIC 9(5).
           05 ORD-CLIENTE PIC 9(4).
           05 ORD-ORIGEM PIC 9(6).
           05 ORD-CIDADE PIC X(20).
           05 ORD-ESTADO PIC X(2).
      *    kit de onde o componente saiu; zeros = item avulso.
           05 ORD-KIT PIC 9(4).

       FD  RELATORIO-ROMANEIO.
       01  LINHA-RELATORIO PIC X(80).
       77  PEDIDO-ATUAL PIC 9(6).
       77  QTD-PEDIDOS PIC 9(4).

           COPY "WSENTREGA.cob".
           COPY "WSKIT.cob".

       01  CABECALHO-TITULO.
           05 FILLER PIC X(15) VALUE SPACES.
           05 FILLER PIC X(30) VALUE
           05 LP-NUMERO PIC ZZZZZ9.
           05 FILLER PIC X(11) VALUE "  Cliente: ".
           05 LP-CLIENTE PIC ZZZ9.
           05 LP-SALDO-TEXTO PIC X(20).
           05 LP-ORIGEM PIC ZZZZZZ.

       01  LINHA-DESTINO.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(9) VALUE "Entrega: ".
           05 LD-CIDADE PIC X(20).
           05 FILLER PIC X(3) VALUE " - ".
           05 LD-ESTADO PIC X(2).
           05 FILLER PIC X(6) VALUE "  CEP ".
           05 LD-CEP PIC 9(8).

       01  LINHA-ITEM.
           05 FILLER PIC X(4) VALUE SPACES.
           05 ITM-QUANTIDADE PIC ZZZZ9.
           05 FILLER PIC X(12) VALUE "  Separado (".
           05 FILLER PIC X(2) VALUE " )".
           05 ITM-KIT-TEXTO PIC X(6).
           05 ITM-KIT PIC ZZZZ.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           OPEN INPUT ARQUIVO-PEDIDOS.
           OPEN INPUT ARQUIVO-PEDIDO-ITENS.
           OPEN INPUT ARQUIVO-CLIENTE.
           OPEN INPUT ARQUIVO-ENTREGAS.
           OPEN INPUT ARQUIVO-PRODUTOS.
           OPEN INPUT ARQUIVO-KITS.

           MOVE ZEROS TO QTD-PEDIDOS.

           SORT ARQUIVO-ORDENACAO
               ON ASCENDING KEY ORD-CEP
               ON ASCENDING KEY ORD-PEDIDO
               ON ASCENDING KEY ORD-PRODUTO
               INPUT PROCEDURE IS PREPARA-ORDENACAO

           CLOSE ARQUIVO-PEDIDOS.
           CLOSE ARQUIVO-PEDIDO-ITENS.
           CLOSE ARQUIVO-CLIENTE.
           CLOSE ARQUIVO-ENTREGAS.
           CLOSE ARQUIVO-PRODUTOS.
           CLOSE ARQUIVO-KITS.

           DISPLAY "Romaneio gravado em ROMANEIO.LST".
           DISPLAY "Pedidos no romaneio: " QTD-PEDIDOS.
                   PERFORM LIBERA-ITENS-DO-PEDIDO.

       LIBERA-ITENS-DO-PEDIDO.
           PERFORM ACHA-DESTINO-DO-PEDIDO.

           MOVE "N" TO FIM-ITENS.
           MOVE PEDIDO-NUMERO TO ITEM-PEDIDO-NUMERO.
           MOVE ZEROS TO ITEM-LINHA.
                   MOVE ITEM-DESCRICAO TO ORD-DESCRICAO
                   MOVE ITEM-QUANTIDADE TO ORD-QUANTIDADE
                   MOVE PEDIDO-CLIENTE-CODIGO TO ORD-CLIENTE
                   MOVE DESTINO-CEP TO ORD-CEP
                   MOVE DESTINO-CIDADE TO ORD-CIDADE
                   MOVE DESTINO-ESTADO TO ORD-ESTADO
                   PERFORM GUARDA-ORIGEM-DO-PEDIDO
                   PERFORM LIBERA-ITEM-OU-KIT.

       LIBERA-ITEM-OU-KIT.
           MOVE ZEROS TO ORD-KIT.
           MOVE ITEM-PRODUTO-CODIGO TO KITBUSCA-PRODUTO.
           PERFORM CARREGA-COMPONENTES-DO-KIT.

           IF KITBUSCA-QTD > ZEROS
               PERFORM LIBERA-COMPONENTE-DO-KIT
                   VARYING KITBUSCA-INDICE FROM 1 BY 1
                   UNTIL KITBUSCA-INDICE > KITBUSCA-QTD
           ELSE
               RELEASE ORDENACAO-REGISTRO.

       LIBERA-COMPONENTE-DO-KIT.
           MOVE ITEM-PRODUTO-CODIGO TO ORD-KIT.
           MOVE KITBUSCA-COMPONENTE (KITBUSCA-INDICE) TO ORD-PRODUTO.
           COMPUTE ORD-QUANTIDADE = ITEM-QUANTIDADE *
               KITBUSCA-QUANTIDADE (KITBUSCA-INDICE).

           MOVE KITBUSCA-COMPONENTE (KITBUSCA-INDICE) TO
               PRODUTO-CODIGO.
           READ ARQUIVO-PRODUTOS RECORD
               INVALID KEY
                   MOVE "COMPONENTE SEM CADASTRO" TO ORD-DESCRICAO
               NOT INVALID KEY
                   MOVE PRODUTO-DESCRICAO TO ORD-DESCRICAO.

           RELEASE ORDENACAO-REGISTRO.

      *    pedido de cliente sem cadastro ainda e separado - sai
      *    sem destino, no comeco do romaneio.
       ACHA-DESTINO-DO-PEDIDO.
           MOVE PEDIDO-CLIENTE-CODIGO TO CLIENTE-CODIGO.

           READ ARQUIVO-CLIENTE RECORD
               INVALID KEY
                   MOVE SPACES TO CLIENTE-ENDERECO
                   MOVE ZEROS TO CLIENTE-CEP
                   MOVE SPACES TO CLIENTE-TELEFONE.

           PERFORM MONTA-DESTINO-DO-PEDIDO.

       GUARDA-ORIGEM-DO-PEDIDO.
      *    pedido gravado antes do campo de origem existir traz
      *    espacos - vale como pedido comum.
           IF PEDIDO-ORIGEM NUMERIC
               MOVE PEDIDO-ORIGEM TO ORD-ORIGEM
           ELSE
               MOVE ZEROS TO ORD-ORIGEM.

       GERA-RELATORIO.
           OPEN OUTPUT RELATORIO-ROMANEIO.

           MOVE PEDIDO-ATUAL TO LP-NUMERO.
           MOVE ORD-CLIENTE TO LP-CLIENTE.
           IF ORD-ORIGEM > ZEROS
               MOVE "  Saldo do pedido " TO LP-SALDO-TEXTO
               MOVE ORD-ORIGEM TO LP-ORIGEM
           ELSE
               MOVE SPACES TO LP-SALDO-TEXTO
               MOVE ZEROS TO LP-ORIGEM.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-PEDIDO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           MOVE ORD-CIDADE TO LD-CIDADE.
           MOVE ORD-ESTADO TO LD-ESTADO.
           MOVE ORD-CEP TO LD-CEP.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-DESTINO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       ESCREVE-ITEM.
           MOVE ORD-PRODUTO TO ITM-PRODUTO.
           MOVE ORD-DESCRICAO TO ITM-DESCRICAO.
           MOVE ORD-QUANTIDADE TO ITM-QUANTIDADE.
           MOVE ORD-KIT TO ITM-KIT.
           IF ORD-KIT > ZEROS
               MOVE "  Kit " TO ITM-KIT-TEXTO
           ELSE
               MOVE SPACES TO ITM-KIT-TEXTO.

           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-ITEM TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           COPY "PDENTREGA.cob".

           COPY "PDKIT.cob".
