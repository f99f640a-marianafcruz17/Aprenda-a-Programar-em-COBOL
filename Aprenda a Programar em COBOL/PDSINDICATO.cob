      *    paragrafo partilhado do enquadramento sindical - a folha
      *    do PROG54 e o reajuste do PROG55 precisam chegar ao mesmo
      *    sindicato para o mesmo funcionario.
       ACHA-SINDICATO.
      *    procura o vinculo exato da filial e do cargo; depois o
      *    da filial inteira (cargo 00) e por fim o do cargo em
      *    qualquer filial (filial 00).
           MOVE ZEROS TO SINDCALC-SINDICATO.

           MOVE SINDCALC-FILIAL TO SVINC-FILIAL-CODIGO.
           MOVE SINDCALC-CARGO TO SVINC-CARGO-CODIGO.
           PERFORM LE-VINCULO-SINDICATO.

           IF SINDCALC-ACHOU = "N"
               MOVE SINDCALC-FILIAL TO SVINC-FILIAL-CODIGO
               MOVE ZEROS TO SVINC-CARGO-CODIGO
               PERFORM LE-VINCULO-SINDICATO.

           IF SINDCALC-ACHOU = "N"
               MOVE ZEROS TO SVINC-FILIAL-CODIGO
               MOVE SINDCALC-CARGO TO SVINC-CARGO-CODIGO
               PERFORM LE-VINCULO-SINDICATO.

           IF SINDCALC-ACHOU = "S"
               MOVE SVINC-SINDICATO-CODIGO TO SINDCALC-SINDICATO.

       LE-VINCULO-SINDICATO.
           MOVE "S" TO SINDCALC-ACHOU.
           READ ARQUIVO-SIND-VINCULOS RECORD
               INVALID KEY
                   MOVE "N" TO SINDCALC-ACHOU.
