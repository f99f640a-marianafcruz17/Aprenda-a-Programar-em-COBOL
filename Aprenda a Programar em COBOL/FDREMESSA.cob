       FD  ARQUIVO-REMESSAS.
       01  REMESSA-REGISTRO.
      *    controle do que ja foi mandado ao banco na remessa de
      *    cobranca do PROG220 - um registro por fatura (parcela)
      *    e movimento: "1" entrada do boleto, "2" pedido de baixa
      *    quando a nota de credito do PROG127 zera a fatura. E por
      *    aqui que a remessa seguinte sabe o que ja foi enviado.
           05 REMESSA-CHAVE.
               10 REMESSA-FATURA-NUMERO PIC 9(6).
               10 REMESSA-MOVIMENTO PIC X.
                   88 REMESSA-ENTRADA VALUE "1".
                   88 REMESSA-BAIXA VALUE "2".
      *    numero da remessa (SEQ-ULTIMA-REMESSA) em que o
      *    movimento foi enviado, com a data e o valor mandados.
           05 REMESSA-SEQUENCIA PIC 9(6).
           05 REMESSA-DATA-ENVIO PIC 9(8).
           05 REMESSA-VALOR PIC 9(8)V99.
