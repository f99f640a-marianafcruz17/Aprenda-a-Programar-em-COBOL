           05 TABIMP-DATA-CALCULO PIC 9(8).
           05 TABIMP-QTD-INSS PIC 9(2).
           05 TABIMP-QTD-IRRF PIC 9(2).
           05 TABIMP-QTD-PLR PIC 9(2).
           05 TABIMP-VIGENCIA-INSS PIC 9(8).
           05 TABIMP-VIGENCIA-IRRF PIC 9(8).
           05 TABIMP-VIGENCIA-PLR PIC 9(8).
           05 TABIMP-SALARIO-CALC PIC 9(6)V99.
      *    com sinal porque a parcela a deduzir pode passar do
      *    imposto da faixa; o resultado negativo vira zero.
               10 TABIRRF-FIM PIC 9(6)V99.
               10 TABIRRF-ALIQUOTA PIC 99V99.
               10 TABIRRF-PARCELA PIC 9(6)V99.
      *    tabela exclusiva da PLR - so o PROG197 calcula por ela
      *    (CALCULA-PLR-TABELA); a folha mensal nao a enxerga.
       01  TABIMP-FAIXAS-PLR.
           05 TABPLR-FAIXA OCCURS 10 TIMES.
               10 TABPLR-INICIO PIC 9(6)V99.
               10 TABPLR-FIM PIC 9(6)V99.
               10 TABPLR-ALIQUOTA PIC 99V99.
               10 TABPLR-PARCELA PIC 9(6)V99.
