       FD  ARQUIVO-ENCARGOS.
       01  ENCARGO-REGISTRO.
      *    multa e juros de mora de um recebimento aplicado depois
      *    do vencimento da fatura (PROG122 e PROG124) - um
      *    recebivel proprio, separado do saldo da fatura: o que
      *    veio junto com o pagamento fica em ENC-VALOR-RECEBIDO,
      *    o que o caixa perdoou em ENC-VALOR-DISPENSADO com o
      *    operador, e o resto fica em aberto para o caixa receber
      *    depois. Dois recebimentos atrasados da mesma fatura
      *    ganham sequencias 01, 02...
           05 ENC-CHAVE.
               10 ENC-FATURA-NUMERO PIC 9(6).
               10 ENC-SEQUENCIA PIC 9(2).
           05 ENC-CLIENTE-CODIGO PIC 9(4).
      *    data do pagamento atrasado e quem o lancou (operador do
      *    caixa ou "BANCO").
           05 ENC-DATA-PAGAMENTO PIC 9(8).
           05 ENC-ORIGEM PIC X(10).
           05 ENC-DIAS-ATRASO PIC 9(4).
      *    parte do principal paga com atraso, sobre a qual correm
      *    a multa e os juros.
           05 ENC-VALOR-BASE PIC 9(8)V99.
           05 ENC-VALOR-MULTA PIC 9(8)V99.
           05 ENC-VALOR-JUROS PIC 9(8)V99.
           05 ENC-VALOR-RECEBIDO PIC 9(8)V99.
           05 ENC-VALOR-DISPENSADO PIC 9(8)V99.
           05 ENC-OPERADOR-DISPENSA PIC X(10).
           05 ENC-DATA-DISPENSA PIC 9(8).
      *    "A" com saldo a receber, "Q" quitado (recebido mais
      *    dispensado cobre multa mais juros).
           05 ENC-SITUACAO PIC X.
               88 ENC-EM-ABERTO VALUE "A".
               88 ENC-QUITADO VALUE "Q".
