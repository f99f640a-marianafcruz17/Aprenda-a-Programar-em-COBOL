       FD  ARQUIVO-SIND-DESCONTOS.
       01  SIND-DESCONTO-REGISTRO.
      *    uma linha por contribuicao sindical descontada em cada
      *    folha do PROG54 - e deste registro que o PROG193 monta
      *    o repasse e a lista de contribuintes de cada sindicato.
           05 SDESC-COMPETENCIA PIC 9(6).
           05 SDESC-DATA-PAGAMENTO PIC 9(8).
           05 SDESC-SINDICATO-CODIGO PIC 9(3).
           05 SDESC-FUNCIONARIO-CODIGO PIC 9(4).
           05 SDESC-BASE PIC 9(6)V99.
           05 SDESC-VALOR PIC 9(6)V99.
