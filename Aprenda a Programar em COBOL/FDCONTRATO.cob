       FD  ARQUIVO-CONTRATOS.
       01  CONTRATO-REGISTRO.
      *    preco negociado por cliente, no mesmo esquema datado de
      *    precos.dat - cada renovacao e um registro novo com a
      *    sua vigencia, e vale o de maior vigencia nao posterior
      *    a data do documento, desde que ainda nao expirado.
      *    Produto 0000 e o desconto geral do cliente: o
      *    percentual vale sobre o preco oficial de qualquer
      *    produto sem preco de contrato proprio.
           05 CONTRATO-CHAVE.
               10 CONTRATO-CLIENTE-CODIGO PIC 9(4).
               10 CONTRATO-PRODUTO-CODIGO PIC 9(4).
               10 CONTRATO-DATA-VIGENCIA PIC 9(8).
      *    ultimo dia em que o contrato vale; zeros = sem prazo.
           05 CONTRATO-DATA-EXPIRACAO PIC 9(8).
      *    preco unitario negociado (produto diferente de 0000).
           05 CONTRATO-PRECO PIC 9(6)V99.
      *    desconto geral sobre o preco oficial (produto 0000).
           05 CONTRATO-DESCONTO PIC 99V99.
           05 CONTRATO-OPERADOR PIC X(10).
           05 CONTRATO-DATA-CADASTRO PIC 9(8).
