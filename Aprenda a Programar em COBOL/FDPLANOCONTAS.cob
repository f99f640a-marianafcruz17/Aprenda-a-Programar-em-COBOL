       FD  ARQUIVO-PLANO-CONTAS.
       01  PLANO-CONTAS-REGISTRO.
      *    conta contabil de cada evento do lado de vendas (fatura,
      *    ICMS, recebimento, devolucao, estoque) - mantido no
      *    PROG264 e lido pelo extrato do PROG265, para a conta
      *    mudar no plano do contador sem mudanca de programa. Os
      *    codigos de evento validos estao em WSPLANOCONTAS.cob.
           05 PLANO-EVENTO PIC X(6).
           05 PLANO-CONTA PIC X(12).
           05 PLANO-DESCRICAO PIC X(25).
