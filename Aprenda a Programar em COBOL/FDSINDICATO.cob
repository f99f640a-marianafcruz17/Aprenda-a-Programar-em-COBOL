       FD  ARQUIVO-SINDICATOS.
       01  SINDICATO-REGISTRO.
      *    sindicato de cada categoria (PROG192) - o funcionario
      *    chega ao seu pelo vinculo de filial e cargo em
      *    sindicato_vinculos.dat. Daqui a folha do PROG54 tira a
      *    regra da contribuicao mensal, o PROG193 os dados do
      *    repasse e o PROG55 o reajuste do acordo coletivo.
           05 SIND-CODIGO PIC 9(3).
           05 SIND-NOME PIC X(30).
           05 SIND-CNPJ PIC 9(14).
      *    conta do sindicato para o repasse das contribuicoes.
           05 SIND-BANCO-CODIGO PIC 9(3).
           05 SIND-AGENCIA PIC 9(4).
           05 SIND-CONTA PIC X(10).
      *    regra da contribuicao mensal: "P" percentual do salario
      *    base, "F" valor fixo; o teto limita a percentual (zeros
      *    = sem teto).
           05 SIND-REGRA PIC X.
               88 SIND-PERCENTUAL-SALARIO VALUE "P".
               88 SIND-VALOR-FIXO VALUE "F".
           05 SIND-PERCENTUAL PIC 9(2)V99.
           05 SIND-VALOR PIC 9(4)V99.
           05 SIND-TETO PIC 9(4)V99.
      *    acordo coletivo: mes da data-base da categoria, data da
      *    assinatura do ultimo acordo e o percentual de reajuste
      *    que ele concedeu.
           05 SIND-MES-DATA-BASE PIC 9(2).
           05 SIND-DATA-ACORDO PIC 9(8).
           05 SIND-PERC-REAJUSTE PIC 9(3)V99.
