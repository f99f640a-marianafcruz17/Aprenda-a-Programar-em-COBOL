       FD  ARQUIVO-PERIODOS-VENDA.
       01  PERIODO-VENDA-REGISTRO.
      *    controle do fechamento mensal de vendas e contas a
      *    receber (ano/mes) - a mesma ideia das competencias da
      *    folha do PROG149. Mes fechado pelo PROG263 nao aceita
      *    mais fatura, recebimento, cancelamento, devolucao nem
      *    movimento de estoque datado dentro dele (PROG121,
      *    PROG122, PROG124, PROG125, PROG127 e PROG128). Mes sem
      *    registro esta aberto.
           05 PERVEN-ANO-MES PIC 9(6).
      *    "A" aberto (reaberto pelo administrador), "F" fechado.
           05 PERVEN-SITUACAO PIC X.
               88 PERVEN-ABERTO VALUE "A".
               88 PERVEN-FECHADO VALUE "F".
           05 PERVEN-DATA-FECHAMENTO PIC 9(8).
           05 PERVEN-OPERADOR-FECHAMENTO PIC X(10).
      *    ultima reabertura - zeros e brancos se nunca reaberto.
           05 PERVEN-DATA-REABERTURA PIC 9(8).
           05 PERVEN-OPERADOR-REABERTURA PIC X(10).
      *    totais de controle apurados no ultimo fechamento: o
      *    faturado, o recebido e o creditado por devolucao dentro
      *    do mes, o contas a receber em aberto das faturas
      *    emitidas ate o fim do mes e a posicao do estoque
      *    (quantidade e valor pelo custo medio) no fechamento.
           05 PERVEN-FATURADO PIC 9(10)V99.
           05 PERVEN-RECEBIDO PIC 9(10)V99.
           05 PERVEN-CREDITADO PIC 9(10)V99.
           05 PERVEN-A-RECEBER PIC 9(10)V99.
           05 PERVEN-ESTOQUE-QTD PIC S9(9).
           05 PERVEN-ESTOQUE-VALOR PIC S9(12)V99.
