           05 ADIANT-CODIGO PIC 9(4).
      *    "A" adiantamento (aumenta o saldo devedor), "P" pagamento
      *    ou devolucao (reduz o saldo devedor), "F" parcela
      *    descontada automaticamente na folha pelo PROG54, "R"
      *    reembolso de despesas (PROG208) compensado pelo PROG54
      *    no saldo devedor antes de ser pago.
           05 ADIANT-TIPO PIC X.
           05 ADIANT-VALOR PIC 9(6)V99.
           05 ADIANT-OPERADOR PIC X(10).
