           SELECT OPTIONAL ARQUIVO-CONDICOES
               ASSIGN TO "condicoes_pagamento.dat"
                ORGANIZATION IS INDEXED
                RECORD KEY IS CONDICAO-CODIGO
                ACCESS MODE IS DYNAMIC.
