      *    paragrafos partilhados da chave de acesso da NF-e:
      *    CALCULA-DV-CHAVE-NFE poe em CHAVENFE-DV o digito
      *    verificador dos 43 primeiros digitos - modulo 11 com
      *    pesos de 2 a 9 da direita para a esquerda, recomecando
      *    em 2; resto 0 ou 1 da digito 0, senao 11 menos o resto.
      *    CONFERE-CHAVE-NFE refaz a conta sobre uma chave inteira
      *    e compara com o digito que ela traz.
       CALCULA-DV-CHAVE-NFE.
           PERFORM SOMA-DIGITOS-DA-CHAVE.
           MOVE CHAVENFE-CALCULADO TO CHAVENFE-DV.

       CONFERE-CHAVE-NFE.
           MOVE "N" TO CHAVENFE-OK.

           IF CHAVENFE-DIGITOS NUMERIC
               PERFORM SOMA-DIGITOS-DA-CHAVE
               IF CHAVENFE-CALCULADO = CHAVENFE-DV
                   MOVE "S" TO CHAVENFE-OK.

       SOMA-DIGITOS-DA-CHAVE.
           MOVE ZEROS TO CHAVENFE-SOMA.
           MOVE 44 TO CHAVENFE-INDICE.
           MOVE 2 TO CHAVENFE-PESO.
           PERFORM SOMA-UM-DIGITO-DA-CHAVE 43 TIMES.

           DIVIDE CHAVENFE-SOMA BY 11
               GIVING CHAVENFE-QUOCIENTE
               REMAINDER CHAVENFE-RESTO.

           IF CHAVENFE-RESTO < 2
               MOVE ZEROS TO CHAVENFE-CALCULADO
           ELSE
               COMPUTE CHAVENFE-CALCULADO = 11 - CHAVENFE-RESTO.

       SOMA-UM-DIGITO-DA-CHAVE.
           SUBTRACT 1 FROM CHAVENFE-INDICE.
           COMPUTE CHAVENFE-SOMA = CHAVENFE-SOMA +
               (CHAVENFE-DIGITO (CHAVENFE-INDICE) * CHAVENFE-PESO).
           ADD 1 TO CHAVENFE-PESO.

           IF CHAVENFE-PESO > 9
               MOVE 2 TO CHAVENFE-PESO.
