       FD  ARQUIVO-CUSTODIAS.
       01  CUSTODIA-REGISTRO.
      *    um registro por entrega de bem a funcionario (PROG211),
      *    fechado na devolucao - a chave comeca pelo funcionario
      *    para o PROG38 achar de uma vez tudo o que ele ainda
      *    carrega. Duas entregas no mesmo dia ganham sequencias
      *    01, 02...
           05 CUST-CHAVE.
               10 CUST-FUNCIONARIO-CODIGO PIC 9(4).
               10 CUST-DATA-ENTREGA PIC 9(8).
               10 CUST-SEQUENCIA PIC 9(2).
           05 CUST-PLAQUETA PIC X(10).
           05 CUST-OPERADOR-ENTREGA PIC X(10).
      *    "A" aberta (bem com o funcionario), "D" devolvida,
      *    "R" ressarcida - o valor do bem foi descontado no
      *    demonstrativo de rescisao do PROG38.
           05 CUST-SITUACAO PIC X.
               88 CUST-ABERTA VALUE "A".
               88 CUST-DEVOLVIDA VALUE "D".
               88 CUST-RESSARCIDA VALUE "R".
           05 CUST-DATA-DEVOLUCAO PIC 9(8).
           05 CUST-OPERADOR-DEVOLUCAO PIC X(10).
      *    estado em que o bem voltou, ou observacao do desconto.
           05 CUST-OBSERVACAO PIC X(30).
           05 CUST-VALOR-DESCONTADO PIC 9(6)V99.
