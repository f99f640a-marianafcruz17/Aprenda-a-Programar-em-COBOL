       FD  ARQUIVO-EXTRATOS.
       01  EXTRATO-REGISTRO.
      *    saldo final de cada cliente no extrato mensal de conta
      *    do PROG223 - o extrato do mes seguinte confere o seu
      *    saldo anterior contra este e aponta a diferenca quando
      *    algum lancamento entrou com data retroativa depois da
      *    emissao.
           05 EXTR-CHAVE.
               10 EXTR-CLIENTE-CODIGO PIC 9(4).
               10 EXTR-MES PIC 9(6).
           05 EXTR-SALDO-FINAL PIC S9(10)V99.
           05 EXTR-DATA-EMISSAO PIC 9(8).
