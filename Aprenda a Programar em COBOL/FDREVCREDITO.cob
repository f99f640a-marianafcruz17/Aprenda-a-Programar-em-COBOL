       FD  ARQUIVO-REVISAO-CREDITO.
       01  REVISAO-CREDITO-REGISTRO.
      *    proposta de novo limite de credito da revisao trimestral
      *    (PROG251), uma por cliente e por revisao (o mes da
      *    rodada, AAAAMM). So entra aqui o cliente cujo limite
      *    mudaria; o gerente de credito aprova ou rejeita no
      *    PROG252, e so a aprovada e gravada em clientes.dat.
           05 REVCRED-CHAVE.
               10 REVCRED-REVISAO PIC 9(6).
               10 REVCRED-CLIENTE-CODIGO PIC 9(4).
           05 REVCRED-DATA-CALCULO PIC 9(8).
      *    comportamento de pagamento nos ultimos 12 meses: atraso
      *    medio em dias sobre o vencimento (antecipado conta
      *    zero), quantos pagamentos e o percentual pago com
      *    atraso, a maior exposicao e o faturado no periodo.
           05 REVCRED-MEDIA-DIAS PIC 9(4).
           05 REVCRED-QTD-PAGAMENTOS PIC 9(5).
           05 REVCRED-PERC-ATRASO PIC 9(3)V99.
           05 REVCRED-MAIOR-EXPOSICAO PIC 9(10)V99.
           05 REVCRED-RECEITA-12-MESES PIC 9(10)V99.
      *    faixa de risco: "A" a "D" pelas regras de parametros.dat,
      *    "N" sem pagamento no periodo para medir (mantem o
      *    limite), "I" sem movimento ha um ano (limite zero).
           05 REVCRED-FAIXA PIC X.
               88 REVCRED-INATIVO VALUE "I".
           05 REVCRED-LIMITE-ATUAL PIC 9(8)V99.
           05 REVCRED-LIMITE-PROPOSTO PIC 9(8)V99.
      *    "P" pendente, "A" aprovada e gravada, "R" rejeitada.
           05 REVCRED-SITUACAO PIC X.
               88 REVCRED-PENDENTE VALUE "P".
               88 REVCRED-APROVADA VALUE "A".
               88 REVCRED-REJEITADA VALUE "R".
           05 REVCRED-OPERADOR-DECISAO PIC X(10).
           05 REVCRED-DATA-DECISAO PIC 9(8).
