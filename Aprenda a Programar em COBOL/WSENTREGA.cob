      *    destino da mercadoria de um pedido, montado pelo
      *    paragrafo partilhado MONTA-DESTINO-DO-PEDIDO (COPY
      *    "PDENTREGA.cob") - o programa, que inclui tambem
      *    SB/FDENTREGA com ARQUIVO-ENTREGAS aberto, chama com o
      *    pedido e o cliente ja lidos.
       01  DESTINO-CAMPOS.
           05 DESTINO-RUA PIC X(30).
           05 DESTINO-NUMERO PIC X(6).
           05 DESTINO-CIDADE PIC X(20).
           05 DESTINO-ESTADO PIC X(2).
           05 DESTINO-CEP PIC 9(8).
           05 DESTINO-CONTATO PIC X(20).
           05 DESTINO-TELEFONE PIC X(10).
      *    zeros = endereco de cobranca do cliente.
           05 DESTINO-SEQUENCIA PIC 9(3).
