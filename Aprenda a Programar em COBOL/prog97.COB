           MOVE ANTIGO-EMAIL TO CLIENTE-EMAIL.
           MOVE ANTIGO-FUNCIONARIO-CODIGO TO
               CLIENTE-FUNCIONARIO-CODIGO.
           MOVE ZEROS TO CLIENTE-CPF-CNPJ.
           MOVE ZEROS TO CLIENTE-DATA-REVISAO-CREDITO.

           WRITE CLIENTE-REGISTRO
               INVALID KEY
