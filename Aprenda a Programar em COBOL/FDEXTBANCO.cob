       FD  ARQUIVO-EXTRATO-BANCO.
       01  EXTRATO-BANCO-REGISTRO.
      *    "0" saldo anterior, "1" lancamento, "9" saldo final -
      *    as linhas de saldo sao opcionais; sem elas o saldo vem
      *    da conciliacao anterior e dos lancamentos.
           05 EXTBCO-TIPO-REGISTRO PIC X.
               88 EXTBCO-SALDO-ANTERIOR VALUE "0".
               88 EXTBCO-LANCAMENTO VALUE "1".
               88 EXTBCO-SALDO-FINAL VALUE "9".
           05 EXTBCO-DATA PIC 9(8).
      *    "C" credito, "D" debito; na linha de saldo, "D" e saldo
      *    devedor.
           05 EXTBCO-NATUREZA PIC X.
               88 EXTBCO-CREDITO VALUE "C".
               88 EXTBCO-DEBITO VALUE "D".
      *    decimais implicitos, como nos retornos do banco.
           05 EXTBCO-VALOR PIC 9(10)V99.
      *    documento do lancamento - nos creditos de cobranca, o
      *    nosso numero (o numero da fatura).
           05 EXTBCO-DOCUMENTO PIC X(10).
           05 EXTBCO-HISTORICO PIC X(25).
