       FD  ARQUIVO-SIND-VINCULOS.
       01  SIND-VINCULO-REGISTRO.
      *    a que sindicato pertence cada filial e cargo. Filial ou
      *    cargo em zeros vale para todos: o vinculo exato ganha do
      *    da filial inteira (cargo 00), que ganha do cargo em
      *    qualquer filial (filial 00) - ver PDSINDICATO.
           05 SVINC-CHAVE.
               10 SVINC-FILIAL-CODIGO PIC 9(2).
               10 SVINC-CARGO-CODIGO PIC 9(2).
           05 SVINC-SINDICATO-CODIGO PIC 9(3).
