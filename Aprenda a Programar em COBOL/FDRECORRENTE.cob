       FD  ARQUIVO-RECORRENTES.
       01  RECOR-REGISTRO.
      *    contrato de fornecimento recorrente (assinatura) - o
      *    cliente recebe os mesmos itens a cada RECOR-FREQUENCIA-
      *    MESES meses, e o lote diario do PROG271 gera o pedido
      *    de verdade quando chega a RECOR-PROXIMA-DATA. Um
      *    cliente pode ter mais de um contrato (RECOR-SEQUENCIA).
           05 RECOR-CHAVE.
               10 RECOR-CLIENTE-CODIGO PIC 9(4).
               10 RECOR-SEQUENCIA PIC 9(2).
      *    1 = mensal, 2 = bimestral, 3 = trimestral, e assim por
      *    diante ate 12 = anual.
           05 RECOR-FREQUENCIA-MESES PIC 9(2).
      *    data do ciclo sem o ajuste de dia util e o dia do mes
      *    combinado - o ciclo anda a partir daqui, para um dia 31
      *    que caiu no dia 30 nao ir encolhendo mes a mes.
           05 RECOR-DATA-BASE PIC 9(8).
           05 RECOR-DIA-BASE PIC 9(2).
      *    data em que o proximo pedido sai, ja empurrada para o
      *    dia util seguinte quando o ciclo cai em fim de semana ou
      *    feriado (PDDIAUTIL).
           05 RECOR-PROXIMA-DATA PIC 9(8).
      *    ultimo dia do contrato; zeros = sem prazo. Ciclo depois
      *    desta data nao gera pedido e o contrato se encerra.
           05 RECOR-DATA-FIM PIC 9(8).
      *    "F" preco fixo do contrato (RECITEM-PRECO-FIXO), "A"
      *    preco em vigor na data da geracao (precos.dat e
      *    contratos de preco, como na digitacao do PROG100).
           05 RECOR-REGRA-PRECO PIC X.
               88 RECOR-PRECO-FIXO VALUE "F".
               88 RECOR-PRECO-ATUAL VALUE "A".
      *    condicao de pagamento e local de entrega dos pedidos
      *    gerados - em branco/zeros valem os do cliente.
           05 RECOR-CONDICAO-PAGAMENTO PIC X(3).
           05 RECOR-ENTREGA-SEQUENCIA PIC 9(3).
      *    "A" ativo, "E" encerrado (pelo prazo ou pelo PROG270).
           05 RECOR-SITUACAO PIC X.
               88 RECOR-ATIVO VALUE "A".
               88 RECOR-ENCERRADO VALUE "E".
      *    ultimo pedido gerado e a data em que saiu.
           05 RECOR-ULTIMO-PEDIDO PIC 9(6).
           05 RECOR-DATA-ULTIMO-PEDIDO PIC 9(8).
           05 RECOR-OPERADOR PIC X(10).
           05 RECOR-DATA-CADASTRO PIC 9(8).
