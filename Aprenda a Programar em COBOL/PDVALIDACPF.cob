      *    paragrafo partilhado de CPF: VALIDA-CPF confere os dois
      *    digitos verificadores (e rejeita os onze digitos todos
      *    iguais, que passam na conta mas nao sao CPF de ninguem).
      *    A busca de CPF repetido em funcionarios.dat mora em
      *    PDCPFDUPLICADO, para este paragrafo servir tambem ao
      *    cadastro de clientes.
       VALIDA-CPF.
           MOVE "S" TO VALIDACPF-OK.

               MOVE ZEROS TO VALIDACPF-DV
           ELSE
               COMPUTE VALIDACPF-DV = 11 - VALIDACPF-RESTO.
