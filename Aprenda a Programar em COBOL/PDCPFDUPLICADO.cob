      *    paragrafo partilhado VERIFICA-CPF-DUPLICADO, separado do
      *    VALIDA-CPF (PDVALIDACPF) para a conferencia de digitos
      *    servir tambem a quem nao abre funcionarios.dat - a area
      *    de trabalho continua em WSVALIDACPF.
       VERIFICA-CPF-DUPLICADO.
      *    varre o arquivo inteiro - CPF nao e chave, entao nao ha
      *    atalho de indice; o registro corrente e devolvido ao
      *    final da varredura.
           MOVE FUNCIONARIO-REGISTRO TO CPF-REGISTRO-GUARDADO.
           MOVE "N" TO CPF-DUPLICADO.
           MOVE ZEROS TO CPF-DUPLICADO-CODIGO.
           MOVE "N" TO CPF-FIM-VARREDURA.

           MOVE ZEROS TO FUNCIONARIO-CODIGO.
           START ARQUIVO-FUNCIONARIO
               KEY IS NOT LESS THAN FUNCIONARIO-CODIGO
               INVALID KEY
                   MOVE "S" TO CPF-FIM-VARREDURA.

           PERFORM VARRE-CPF-FUNCIONARIOS
               UNTIL CPF-FIM-VARREDURA = "S".

           MOVE CPF-REGISTRO-GUARDADO TO FUNCIONARIO-REGISTRO.

       VARRE-CPF-FUNCIONARIOS.
           READ ARQUIVO-FUNCIONARIO NEXT RECORD
               AT END
                   MOVE "S" TO CPF-FIM-VARREDURA.

           IF CPF-FIM-VARREDURA = "N"
               IF FUNCIONARIO-CPF = VALIDACPF-NUMERO AND
                   FUNCIONARIO-CODIGO NOT = CPF-DUPLICADO-PROPRIO
                   MOVE "S" TO CPF-DUPLICADO
                   MOVE FUNCIONARIO-CODIGO TO CPF-DUPLICADO-CODIGO
                   MOVE "S" TO CPF-FIM-VARREDURA.
