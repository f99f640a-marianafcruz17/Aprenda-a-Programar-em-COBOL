       FD  ARQUIVO-RAZAO-EXTRAIDOS.
       01  RAZAO-EXTRAIDO-REGISTRO.
      *    um registro por dia ja levado ao extrato contabil de
      *    vendas do PROG265 - e ele que impede o mesmo dia de ir
      *    duas vezes para a contabilidade, seja no extrato diario
      *    seja no mensal.
           05 RAZAO-DIA PIC 9(8).
      *    "D" extrato diario, "M" extrato do mes inteiro.
           05 RAZAO-MODO PIC X.
           05 RAZAO-DATA-GERACAO PIC 9(8).
           05 RAZAO-HORA-GERACAO PIC 9(8).
      *    relatorio carimbado em que o dia saiu.
           05 RAZAO-ARQUIVO PIC X(30).
