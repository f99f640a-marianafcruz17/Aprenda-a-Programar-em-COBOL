       FD  ARQUIVO-PENSOES-PAGAS.
       01  PENSAO-PAGA-REGISTRO.
      *    uma linha por ordem de pensao vigente em cada folha do
      *    PROG54 - o que era devido pela regra da ordem e o que
      *    coube no liquido e foi creditado ao beneficiario. E o
      *    registro do pagamento para o informe ao juizo do
      *    PROG189.
           05 PAGPEN-COMPETENCIA PIC 9(6).
           05 PAGPEN-DATA-PAGAMENTO PIC 9(8).
           05 PAGPEN-FUNCIONARIO-CODIGO PIC 9(4).
           05 PAGPEN-SEQUENCIA PIC 9(2).
           05 PAGPEN-PROCESSO PIC X(25).
           05 PAGPEN-VARA PIC X(30).
           05 PAGPEN-BENEFICIARIO-NOME PIC X(40).
           05 PAGPEN-BASE PIC 9(6)V99.
           05 PAGPEN-DEVIDO PIC 9(6)V99.
           05 PAGPEN-PAGO PIC 9(6)V99.
