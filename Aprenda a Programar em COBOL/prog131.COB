      *    pedido em aberto ainda nao entregue sai com o endereco do
      *    cliente, ordenado pelo CLIENTE-CEP com o mesmo SORT que o
      *    PROG53 usa nas etiquetas, para o entregador rodar os
      *    bairros em sequencia em vez de cruzar a cidade. Pedido
      *    com local de entrega escolhido (PROG256) sai e ordena
      *    pelo endereco e CEP do local, com o contato de quem
      *    recebe; sem escolha, pelo endereco de cobranca.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBPEDIDO.cob".
           COPY "SBCLIENTE.cob".
           COPY "SBENTREGA.cob".
           SELECT ARQUIVO-ORDENACAO
               ASSIGN TO "ENTREGASORT.TMP".
           SELECT MANIFESTO-ENTREGAS
       FILE SECTION.
           COPY "FDPEDIDO.cob".
           COPY "FDCLIENTE.cob".
           COPY "FDENTREGA.cob".

       SD  ARQUIVO-ORDENACAO.
       01  ORDENACAO-REGISTRO.
           05 ORD-CIDADE PIC X(20).
           05 ORD-ESTADO PIC X(2).
           05 ORD-TOTAL PIC 9(8)V99.
           05 ORD-CONTATO PIC X(20).
           05 ORD-TELEFONE PIC X(10).

       FD  MANIFESTO-ENTREGAS.
       01  LINHA-MANIFESTO PIC X(80).
       77  FINAL-ARQUIVO PIC X.
       77  QTD-ENTREGAS PIC 9(4).

           COPY "WSENTREGA.cob".

       01  CABECALHO-TITULO.
           05 FILLER PIC X(15) VALUE SPACES.
           05 FILLER PIC X(35) VALUE
           05 FILLER PIC X(6) VALUE "  CEP ".
           05 CID-CEP PIC 9(8).

       01  LINHA-CONTATO.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(9) VALUE "Contato: ".
           05 CON-CONTATO PIC X(20).
           05 FILLER PIC X(7) VALUE "  Tel: ".
           05 CON-TELEFONE PIC X(10).

       01  LINHA-RODAPE.
           05 FILLER PIC X(25) VALUE "Entregas no manifesto..: ".
           05 ROD-QTD PIC ZZZ9.
       PROGRAM-BEGIN.
           OPEN INPUT ARQUIVO-PEDIDOS.
           OPEN INPUT ARQUIVO-CLIENTE.
           OPEN INPUT ARQUIVO-ENTREGAS.

           MOVE ZEROS TO QTD-ENTREGAS.


           CLOSE ARQUIVO-PEDIDOS.
           CLOSE ARQUIVO-CLIENTE.
           CLOSE ARQUIVO-ENTREGAS.

           DISPLAY "Manifesto gravado em MANIFESTOENTREGA.LST".
           DISPLAY "Entregas no manifesto: " QTD-ENTREGAS.
                   DISPLAY "Pedido " PEDIDO-NUMERO
                       " de cliente sem cadastro, fora do manifesto"
               NOT INVALID KEY
                   PERFORM MONTA-DESTINO-DO-PEDIDO
                   MOVE DESTINO-CEP TO ORD-CEP
                   MOVE PEDIDO-NUMERO TO ORD-PEDIDO
                   MOVE CLIENTE-CODIGO TO ORD-CLIENTE
                   MOVE CLIENTE-NOME TO ORD-NOME
                   MOVE DESTINO-RUA TO ORD-RUA
                   MOVE DESTINO-NUMERO TO ORD-NUMERO
                   MOVE DESTINO-CIDADE TO ORD-CIDADE
                   MOVE DESTINO-ESTADO TO ORD-ESTADO
                   MOVE DESTINO-CONTATO TO ORD-CONTATO
                   MOVE DESTINO-TELEFONE TO ORD-TELEFONE
                   MOVE PEDIDO-TOTAL TO ORD-TOTAL
                   RELEASE ORDENACAO-REGISTRO.

           MOVE LINHA-CIDADE TO LINHA-MANIFESTO.
           WRITE LINHA-MANIFESTO.

           IF ORD-CONTATO NOT = SPACES
               MOVE ORD-CONTATO TO CON-CONTATO
               MOVE ORD-TELEFONE TO CON-TELEFONE
               MOVE SPACES TO LINHA-MANIFESTO
               MOVE LINHA-CONTATO TO LINHA-MANIFESTO
               WRITE LINHA-MANIFESTO.

           PERFORM LEIA-PROXIMO-ORDENADO.

       ESCREVE-RODAPE.
           MOVE SPACES TO LINHA-MANIFESTO.
           MOVE LINHA-RODAPE TO LINHA-MANIFESTO.
           WRITE LINHA-MANIFESTO.

           COPY "PDENTREGA.cob".
