           MOVE SPACE TO FUNCIONARIO-BANCO-SITUACAO.
           MOVE ZEROS TO FUNCIONARIO-TURNO-CODIGO.
           MOVE ZEROS TO FUNCIONARIO-CARGO-CODIGO.
           MOVE ZEROS TO FUNCIONARIO-NIVEL.
           MOVE ZEROS TO FUNCIONARIO-NIVEL-DESDE.

           WRITE FUNCIONARIO-REGISTRO
               INVALID KEY
