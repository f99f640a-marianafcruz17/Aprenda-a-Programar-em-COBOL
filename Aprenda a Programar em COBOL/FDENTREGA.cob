       FD  ARQUIVO-ENTREGAS.
       01  ENTREGA-REGISTRO.
      *    locais de entrega do cliente (lojas, depositos) - o
      *    CLIENTE-ENDERECO de clientes.dat continua sendo o de
      *    cobranca, usado na fatura, no extrato e nas cartas de
      *    cobranca. A sequencia e escolhida no pedido (PROG100) e
      *    guardada em PEDIDO-ENTREGA-SEQUENCIA.
           05 ENTREGA-CHAVE.
               10 ENTREGA-CLIENTE-CODIGO PIC 9(4).
               10 ENTREGA-SEQUENCIA PIC 9(3).
      *    nome curto do local, o que o operador ve na escolha.
           05 ENTREGA-DESCRICAO PIC X(20).
      *    mesmo desenho do CLIENTE-ENDERECO.
           05 ENTREGA-ENDERECO.
               10 ENTREGA-RUA PIC X(30).
               10 ENTREGA-NUMERO PIC X(6).
               10 ENTREGA-CIDADE PIC X(20).
               10 ENTREGA-ESTADO PIC X(2).
               10 ENTREGA-CEP PIC 9(8).
      *    quem recebe a mercadoria no local.
           05 ENTREGA-CONTATO PIC X(20).
           05 ENTREGA-TELEFONE PIC X(10).
      *    "A" ativo, "I" desativado - o desativado nao e oferecido
      *    em pedido novo, mas continua valendo para os pedidos ja
      *    gravados com ele.
           05 ENTREGA-STATUS PIC X.
               88 ENTREGA-ATIVA VALUE "A".
               88 ENTREGA-INATIVA VALUE "I".
