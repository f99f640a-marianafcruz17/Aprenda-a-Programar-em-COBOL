       FD  ARQUIVO-INVENTARIO.
       01  INVENTARIO-REGISTRO.
      *    uma linha por produto em cada contagem de inventario -
      *    o numero da contagem vem de SEQ-ULTIMO-INVENTARIO.
           05 INV-CHAVE.
               10 INV-CONTAGEM PIC 9(6).
               10 INV-PRODUTO-CODIGO PIC 9(4).
           05 INV-DESCRICAO PIC X(30).
           05 INV-LOCALIZACAO PIC X(8).
      *    categoria congelada (zeros = contagem de todos os
      *    produtos), data e hora do congelamento.
           05 INV-CATEGORIA PIC 9(2).
           05 INV-DATA-CONGELAMENTO PIC 9(8).
           05 INV-HORA-CONGELAMENTO PIC 9(8).
      *    saldo do sistema no congelamento e o custo medio do
      *    produto no mesmo instante, que da valor a diferenca. O
      *    ajuste e a contagem menos este saldo congelado, somado
      *    ao saldo da hora do lancamento - o que entrou ou saiu
      *    durante a contagem continua no saldo.
           05 INV-SALDO-CONGELADO PIC S9(6).
           05 INV-CUSTO-UNITARIO PIC 9(6)V99.
      *    primeira contagem e, quando a diferenca passa da
      *    tolerancia, a segunda contagem, que e a que vale.
           05 INV-PRIMEIRA-CONTAGEM PIC 9(6).
           05 INV-SEGUNDA-CONTAGEM PIC 9(6).
      *    "C" congelado esperando contagem, "1" contado, "2"
      *    diferenca grande esperando segunda contagem, "R"
      *    recontado, "L" diferenca lancada no estoque.
           05 INV-SITUACAO PIC X.
               88 INV-CONGELADO VALUE "C".
               88 INV-CONTADO VALUE "1".
               88 INV-PEDE-RECONTAGEM VALUE "2".
               88 INV-RECONTADO VALUE "R".
               88 INV-LANCADO VALUE "L".
           05 INV-OPERADOR-CONTAGEM PIC X(10).
      *    quem aprovou o relatorio de diferencas do PROG245 e
      *    lancou os ajustes pelo PROG246, e quando.
           05 INV-APROVADOR PIC X(10).
           05 INV-DATA-LANCAMENTO PIC 9(8).
           05 INV-AJUSTE-LANCADO PIC S9(6).
