      *    paragrafos partilhados do custo medio ponderado do
      *    produto - o saldo que ja estava em estoque vale o custo
      *    medio atual e a entrada vale o seu custo; o novo medio
      *    e o valor somado dividido pela quantidade somada. Saldo
      *    zerado ou negativo (acerto atrasado) nao tem valor a
      *    ponderar, e o medio passa a ser o custo da entrada.
       RECALCULA-CUSTO-MEDIO.
           PERFORM ACERTA-CUSTO-MEDIO-ANTIGO.

           IF PRODUTO-ESTOQUE NOT > ZEROS OR
               PRODUTO-CUSTO-MEDIO = ZEROS
               MOVE CUSTOMEDIO-CUSTO-ENTRADA TO PRODUTO-CUSTO-MEDIO
           ELSE
               COMPUTE CUSTOMEDIO-VALOR-SALDO =
                   PRODUTO-ESTOQUE * PRODUTO-CUSTO-MEDIO
               COMPUTE CUSTOMEDIO-VALOR-ENTRADA =
                   CUSTOMEDIO-QUANTIDADE * CUSTOMEDIO-CUSTO-ENTRADA
               COMPUTE PRODUTO-CUSTO-MEDIO ROUNDED =
                   (CUSTOMEDIO-VALOR-SALDO +
                       CUSTOMEDIO-VALOR-ENTRADA) /
                   (PRODUTO-ESTOQUE + CUSTOMEDIO-QUANTIDADE).

      *    produto gravado antes do custo medio traz o campo em
      *    branco - parte do ultimo custo de compra, que e o melhor
      *    palpite que o cadastro tem.
       ACERTA-CUSTO-MEDIO-ANTIGO.
           IF PRODUTO-CUSTO-COMPRA NOT NUMERIC
               MOVE ZEROS TO PRODUTO-CUSTO-COMPRA.

           IF PRODUTO-CUSTO-MEDIO NOT NUMERIC
               MOVE ZEROS TO PRODUTO-CUSTO-MEDIO.

           IF PRODUTO-CUSTO-MEDIO = ZEROS
               MOVE PRODUTO-CUSTO-COMPRA TO PRODUTO-CUSTO-MEDIO.
