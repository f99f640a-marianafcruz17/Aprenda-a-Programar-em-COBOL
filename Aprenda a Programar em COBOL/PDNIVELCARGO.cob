      *    paragrafo partilhado que enquadra um salario na tabela
      *    de degraus de um cargo (niveis_cargo.dat) - percorre os
      *    degraus do cargo em ordem e para no primeiro que paga
      *    ao menos NIVEL-BUSCA-SALARIO.
       ACHA-NIVEL-DO-SALARIO.
           MOVE ZEROS TO NIVEL-ACHADO.
           MOVE ZEROS TO NIVEL-VALOR-ACHADO.
           MOVE "N" TO NIVEL-FIM-TABELA.

           MOVE NIVEL-BUSCA-CARGO TO NIVC-CARGO-CODIGO.
           MOVE ZEROS TO NIVC-NIVEL.

           START ARQUIVO-NIVEIS-CARGO
               KEY IS NOT LESS THAN NIVC-CHAVE
               INVALID KEY
                   MOVE "S" TO NIVEL-FIM-TABELA.

           PERFORM CONFERE-DEGRAU-DO-SALARIO
               UNTIL NIVEL-FIM-TABELA = "S".

       CONFERE-DEGRAU-DO-SALARIO.
           READ ARQUIVO-NIVEIS-CARGO NEXT RECORD
               AT END
                   MOVE "S" TO NIVEL-FIM-TABELA.

           IF NIVEL-FIM-TABELA = "N" AND
               NIVC-CARGO-CODIGO NOT = NIVEL-BUSCA-CARGO
               MOVE "S" TO NIVEL-FIM-TABELA.

           IF NIVEL-FIM-TABELA = "N"
               MOVE NIVC-NIVEL TO NIVEL-ACHADO
               MOVE NIVC-VALOR TO NIVEL-VALOR-ACHADO
               IF NIVC-VALOR NOT < NIVEL-BUSCA-SALARIO
                   MOVE "S" TO NIVEL-FIM-TABELA.
