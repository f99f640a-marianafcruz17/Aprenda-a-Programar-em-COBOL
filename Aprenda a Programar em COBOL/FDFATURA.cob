      *    aberto e VALOR - PAGO - CREDITO.
           05 FATURA-VALOR-PAGO PIC 9(8)V99.
           05 FATURA-VALOR-CREDITO PIC 9(8)V99.
      *    "A" em aberto, "P" paga (saldo zerado), "B" baixada
      *    como perda (incobravel) - sai do contas a receber com o
      *    saldo ainda devido.
           05 FATURA-STATUS PIC X.
               88 FATURA-EM-ABERTO VALUE "A".
               88 FATURA-PAGA VALUE "P".
               88 FATURA-BAIXADA-PERDA VALUE "B".
      *    etapa da regua de cobranca (PROG217) em que a fatura
      *    vencida ja esta: "1" lembrete (5 dias), "2" carta
      *    formal (30 dias), "3" aviso final (60 dias, bloqueia o
      *    credito do cliente). Espaco = nenhuma carta enviada.
           05 FATURA-ETAPA-COBRANCA PIC X.
               88 FATURA-SEM-COBRANCA VALUE SPACE.
               88 FATURA-EM-AVISO-FINAL VALUE "3".
      *    parcela da venda a prazo (condicao de pagamento do
      *    PROG219) - cada parcela e uma fatura propria, com numero
      *    (o nosso numero da cobranca), vencimento e saldo seus;
      *    FATURA-DOCUMENTO e o numero da primeira parcela, o da
      *    fatura impressa. Fatura anterior as condicoes fica com
      *    estes campos em branco e vale como parcela unica.
           05 FATURA-DOCUMENTO PIC 9(6).
           05 FATURA-PARCELA PIC 9(2).
           05 FATURA-QTD-PARCELAS PIC 9(2).
      *    baixa por perda pedida no PROG221 e aprovada a quatro
      *    olhos no PROG174: o motivo, a data, o saldo baixado e o
      *    que o cliente pagou depois da baixa - recebido pelo
      *    PROG122 ou pelo retorno do PROG124 como recuperacao, sem
      *    mexer em FATURA-VALOR-PAGO. Em branco na fatura nunca
      *    baixada.
           05 FATURA-MOTIVO-BAIXA PIC X(2).
           05 FATURA-DATA-BAIXA PIC 9(8).
           05 FATURA-VALOR-BAIXADO PIC 9(8)V99.
           05 FATURA-VALOR-RECUPERADO PIC 9(8)V99.
      *    frete da venda pela tabela de fretes (PROG247): o
      *    cobrado ja esta dentro de FATURA-VALOR, o dispensado e o
      *    que a faixa cobraria se a venda nao passasse do limite
      *    de frete gratis, e a regiao e a da faixa aplicada - so
      *    na primeira parcela, como o ICMS. Em branco na fatura
      *    anterior a tabela de fretes.
           05 FATURA-VALOR-FRETE PIC 9(6)V99.
           05 FATURA-FRETE-DISPENSADO PIC 9(6)V99.
           05 FATURA-FRETE-REGIAO PIC X(15).
