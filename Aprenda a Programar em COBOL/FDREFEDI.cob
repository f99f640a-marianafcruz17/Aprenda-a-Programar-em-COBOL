       FD  ARQUIVO-REFERENCIAS-EDI.
       01  REFEDI-REGISTRO.
      *    numero do pedido de compra do proprio cliente, trazido no
      *    cabecalho do arquivo EDI, e o pedido nosso que ele gerou
      *    - a mesma referencia do mesmo cliente nao entra duas
      *    vezes, venha no mesmo arquivo ou num reenvio.
           05 REFEDI-CHAVE.
               10 REFEDI-CLIENTE-CODIGO PIC 9(4).
               10 REFEDI-REFERENCIA PIC X(15).
           05 REFEDI-PEDIDO-NUMERO PIC 9(6).
           05 REFEDI-DATA-IMPORTACAO PIC 9(8).
