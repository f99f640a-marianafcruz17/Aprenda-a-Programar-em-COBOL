       FD  ARQUIVO-FAIXAS-PLANO.
       01  FAIXA-PLANO-REGISTRO.
      *    preco mensal de uma vida no plano, por faixa etaria: a
      *    faixa vale ate a idade da chave, e a vida cai na
      *    primeira faixa cuja idade limite nao e menor que a dela
      *    (a ultima faixa do plano deve ir ate 999).
           05 FAIXA-PLANO-CHAVE.
               10 FAIXA-PLANO-CODIGO PIC 9(3).
               10 FAIXA-IDADE-ATE PIC 9(3).
           05 FAIXA-PRECO PIC 9(5)V99.
