       FD  ARQUIVO-FRETES.
       01  FRETE-REGISTRO.
      *    faixa de frete por UF de destino e faixa de CEP do
      *    cliente, mantida pelo PROG247 - faixa de 00000000 a
      *    99999999 vale para a UF inteira, e quando duas faixas
      *    cobrem o mesmo CEP o faturamento do PROG121 fica com a
      *    mais estreita. A regiao e o nome com que o resumo de
      *    frete do PROG248 agrupa as faturas.
           05 FRETE-ESTADO PIC X(2).
           05 FRETE-CEP-INICIAL PIC 9(8).
           05 FRETE-CEP-FINAL PIC 9(8).
           05 FRETE-REGIAO PIC X(15).
      *    "P" cobra por quilo da mercadoria expedida (PRODUTO-
      *    PESO), "V" cobra um percentual do valor das mercadorias
      *    - nos dois casos nunca menos que o frete minimo.
           05 FRETE-REGRA PIC X.
               88 FRETE-POR-PESO VALUE "P".
               88 FRETE-POR-VALOR VALUE "V".
           05 FRETE-VALOR-POR-KG PIC 9(4)V99.
           05 FRETE-PERCENTUAL PIC 99V99.
           05 FRETE-MINIMO PIC 9(6)V99.
      *    fatura com mercadorias a partir deste valor nao paga
      *    frete - o calculado fica gravado como dispensado.
      *    Zeros = a faixa nunca tem frete gratis.
           05 FRETE-GRATIS-A-PARTIR PIC 9(8)V99.
      *    "S" quando o frete cobrado entra na base de calculo do
      *    ICMS da fatura.
           05 FRETE-NA-BASE-ICMS PIC X.
