      *    paragrafo partilhado de CNPJ: VALIDA-CNPJ confere os dois
      *    digitos verificadores (e rejeita os catorze digitos todos
      *    iguais, que passam na conta mas nao sao CNPJ de ninguem).
      *    A conta e a mesma do CPF, so que os pesos correm de 2 a
      *    9 e recomecam em 2, da direita para a esquerda.
       VALIDA-CNPJ.
           MOVE "S" TO VALIDACNPJ-OK.

           IF VALIDACNPJ-NUMERO = ZEROS
               MOVE "N" TO VALIDACNPJ-OK.

           IF VALIDACNPJ-OK = "S"
               PERFORM CONTA-IGUAIS-DO-CNPJ
               IF VALIDACNPJ-IGUAIS = 14
                   MOVE "N" TO VALIDACNPJ-OK.

           IF VALIDACNPJ-OK = "S"
               PERFORM CONFERE-PRIMEIRO-DIGITO-CNPJ.

           IF VALIDACNPJ-OK = "S"
               PERFORM CONFERE-SEGUNDO-DIGITO-CNPJ.

       CONTA-IGUAIS-DO-CNPJ.
           MOVE ZEROS TO VALIDACNPJ-IGUAIS.
           MOVE ZEROS TO VALIDACNPJ-INDICE.
           PERFORM COMPARA-COM-PRIMEIRO-DO-CNPJ 14 TIMES.

       COMPARA-COM-PRIMEIRO-DO-CNPJ.
           ADD 1 TO VALIDACNPJ-INDICE.
           IF VALIDACNPJ-DIGITO (VALIDACNPJ-INDICE) =
               VALIDACNPJ-DIGITO (1)
               ADD 1 TO VALIDACNPJ-IGUAIS.

       CONFERE-PRIMEIRO-DIGITO-CNPJ.
      *    soma dos 12 primeiros digitos com pesos 5 a 2 e 9 a 2;
      *    resto da divisao por 11 menor que 2 da verificador 0,
      *    senao 11 menos o resto.
           MOVE ZEROS TO VALIDACNPJ-SOMA.
           MOVE ZEROS TO VALIDACNPJ-INDICE.
           MOVE 5 TO VALIDACNPJ-PESO.
           PERFORM SOMA-DIGITO-DO-CNPJ 12 TIMES.

           PERFORM CALCULA-VERIFICADOR-CNPJ.

           IF VALIDACNPJ-DV NOT = VALIDACNPJ-DIGITO (13)
               MOVE "N" TO VALIDACNPJ-OK.

       CONFERE-SEGUNDO-DIGITO-CNPJ.
      *    mesma conta, agora com os 13 primeiros digitos e pesos
      *    6 a 2 e 9 a 2.
           MOVE ZEROS TO VALIDACNPJ-SOMA.
           MOVE ZEROS TO VALIDACNPJ-INDICE.
           MOVE 6 TO VALIDACNPJ-PESO.
           PERFORM SOMA-DIGITO-DO-CNPJ 13 TIMES.

           PERFORM CALCULA-VERIFICADOR-CNPJ.

           IF VALIDACNPJ-DV NOT = VALIDACNPJ-DIGITO (14)
               MOVE "N" TO VALIDACNPJ-OK.

       SOMA-DIGITO-DO-CNPJ.
           ADD 1 TO VALIDACNPJ-INDICE.
           COMPUTE VALIDACNPJ-SOMA = VALIDACNPJ-SOMA +
               (VALIDACNPJ-DIGITO (VALIDACNPJ-INDICE) *
                VALIDACNPJ-PESO).
           SUBTRACT 1 FROM VALIDACNPJ-PESO.

           IF VALIDACNPJ-PESO < 2
               MOVE 9 TO VALIDACNPJ-PESO.

       CALCULA-VERIFICADOR-CNPJ.
           DIVIDE VALIDACNPJ-SOMA BY 11
               GIVING VALIDACNPJ-QUOCIENTE
               REMAINDER VALIDACNPJ-RESTO.

           IF VALIDACNPJ-RESTO < 2
               MOVE ZEROS TO VALIDACNPJ-DV
           ELSE
               COMPUTE VALIDACNPJ-DV = 11 - VALIDACNPJ-RESTO.
