       FD  ARQUIVO-TERRITORIOS.
       01  TERRITORIO-REGISTRO.
      *    territorio de vendas (PROG253): uma faixa de CEP, ou uma
      *    UF inteira, entregue a um vendedor (FUNCIONARIO-CODIGO)
      *    a partir de uma data. Mudanca de territorio e uma linha
      *    nova com a vigencia nova; a antiga pode ganhar data de
      *    fim ou simplesmente perder para a mais recente.
           05 TERRITORIO-CODIGO PIC 9(3).
           05 TERRITORIO-NOME PIC X(20).
      *    UF em branco vale para qualquer UF; faixa 0 a 99999999
      *    e a UF inteira.
           05 TERRITORIO-ESTADO PIC X(2).
           05 TERRITORIO-CEP-INICIAL PIC 9(8).
           05 TERRITORIO-CEP-FINAL PIC 9(8).
           05 TERRITORIO-VENDEDOR PIC 9(4).
      *    vigencia - fim zerado = sem data para acabar.
           05 TERRITORIO-VIGENCIA-INICIO PIC 9(8).
           05 TERRITORIO-VIGENCIA-FIM PIC 9(8).
