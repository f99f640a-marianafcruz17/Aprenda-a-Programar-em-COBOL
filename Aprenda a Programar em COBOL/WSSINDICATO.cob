      *    area de trabalho do paragrafo partilhado ACHA-SINDICATO
      *    (COPY "PDSINDICATO.cob"): com SINDCALC-FILIAL e
      *    SINDCALC-CARGO montados, devolve em SINDCALC-SINDICATO o
      *    codigo do sindicato do funcionario (zeros = sem
      *    sindicato vinculado).
       01  SINDCALC-CAMPOS.
           05 SINDCALC-FILIAL PIC 9(2).
           05 SINDCALC-CARGO PIC 9(2).
           05 SINDCALC-SINDICATO PIC 9(3).
           05 SINDCALC-ACHOU PIC X.
