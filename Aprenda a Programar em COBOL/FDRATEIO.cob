       FD  ARQUIVO-RATEIOS.
       01  RATEIO-REGISTRO.
      *    uma linha por departamento no rateio do custo de folha
      *    de um funcionario (PROG215) - as linhas de mesma
      *    vigencia formam o rateio, que so vale quando os
      *    percentuais somam 100%. Vale o rateio de maior vigencia
      *    ate o fim da competencia; sem rateio, o custo vai todo
      *    para o departamento do funcionario.
           05 RATEIO-CHAVE.
               10 RATEIO-FUNCIONARIO-CODIGO PIC 9(4).
               10 RATEIO-VIGENCIA PIC 9(8).
      *    o centro de custo sai de DEPARTAMENTO-CENTRO-CUSTO.
               10 RATEIO-DEPTO-CODIGO PIC 9(2).
           05 RATEIO-PERCENTUAL PIC 9(3)V99.
           05 RATEIO-OPERADOR PIC X(10).
           05 RATEIO-DATA-CADASTRO PIC 9(8).
