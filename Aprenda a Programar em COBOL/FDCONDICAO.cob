       FD  ARQUIVO-CONDICOES.
       01  CONDICAO-REGISTRO.
      *    condicao de pagamento do contas a receber - "30/60/90",
      *    "28 dias" - mantida no PROG219. O cliente traz a sua
      *    condicao padrao (CLIENTE-CONDICAO-PAGAMENTO) e o pedido
      *    pode trocar por outra (PEDIDO-CONDICAO-PAGAMENTO); o
      *    faturamento do PROG121 grava uma parcela em faturas.dat
      *    para cada prazo.
           05 CONDICAO-CODIGO PIC X(3).
           05 CONDICAO-DESCRICAO PIC X(30).
           05 CONDICAO-QTD-PARCELAS PIC 9(2).
      *    dias corridos da emissao ate o vencimento de cada
      *    parcela, em ordem crescente - o vencimento que cai em
      *    fim de semana ou feriado rola para o dia util seguinte.
           05 CONDICAO-PRAZO PIC 9(3) OCCURS 12 TIMES.
