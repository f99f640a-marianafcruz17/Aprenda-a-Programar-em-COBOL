       FD  ARQUIVO-CONSIG-DESCONTOS.
       01  CONSIG-DESCONTO-REGISTRO.
      *    uma linha por parcela de consignado cobrada em cada
      *    folha do PROG54 - o devido e o que coube no liquido. E
      *    deste registro que o PROG191 monta o repasse ao credor.
           05 CDESC-COMPETENCIA PIC 9(6).
           05 CDESC-DATA-PAGAMENTO PIC 9(8).
           05 CDESC-FUNCIONARIO-CODIGO PIC 9(4).
           05 CDESC-SEQUENCIA PIC 9(2).
           05 CDESC-CONTRATO PIC X(20).
           05 CDESC-CREDOR-CODIGO PIC 9(3).
           05 CDESC-CREDOR-NOME PIC X(20).
           05 CDESC-PARCELA-NUMERO PIC 9(3).
           05 CDESC-DEVIDO PIC 9(6)V99.
           05 CDESC-DESCONTADO PIC 9(6)V99.
           05 CDESC-SALDO-DEVEDOR PIC 9(8)V99.
