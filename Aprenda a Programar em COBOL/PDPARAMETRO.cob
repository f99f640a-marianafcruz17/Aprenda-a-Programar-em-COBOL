      *    CARREGA-PARAMETROS le parametros.dat (PROG176) para a
      *    tabela e BUSCA-PARAMETRO devolve o valor da chave
      *    pedida - a ultima ocorrencia da chave no arquivo e a que
      *    vale. A chave AMBIENTE-TREINAMENTO, que so existe no
      *    parametros.dat da base de treinamento gravada pelo
      *    PROG273, faz toda tela que carrega os parametros abrir
      *    com o aviso de que os dados sao ficticios.
       CARREGA-PARAMETROS.
           MOVE ZEROS TO PARAM-QTD.


           CLOSE ARQUIVO-PARAMETROS.

           MOVE "N" TO PARAM-TREINAMENTO.
           MOVE "AMBIENTE-TREINAMENTO" TO PARAM-BUSCA-CHAVE.
           PERFORM BUSCA-PARAMETRO.
           IF PARAM-ACHADO = "S" AND PARAM-VALOR-LIDO > ZEROS
               MOVE "S" TO PARAM-TREINAMENTO
               PERFORM EXIBE-AVISO-TREINAMENTO.

       LEIA-PROXIMO-PARAMETRO.
           READ ARQUIVO-PARAMETROS RECORD AT END
               MOVE "S" TO PARAM-FIM-ARQUIVO.

       GUARDA-PARAMETRO.
      *    chave ja guardada tem o valor sobrescrito - a ultima
      *    linha da chave no arquivo e a que vale; so chave nova
      *    ocupa entrada, e a que nao cabe e avisada na tela.
           MOVE ZEROS TO PARAM-POSICAO.
           MOVE ZEROS TO PARAM-INDICE.
           PERFORM LOCALIZA-PARAMETRO
               PARAM-QTD TIMES.

           IF PARAM-POSICAO = ZEROS AND PARAM-QTD < 200
               ADD 1 TO PARAM-QTD
               MOVE PARAM-QTD TO PARAM-POSICAO
               MOVE PARAM-CHAVE TO PARAM-TAB-CHAVE (PARAM-POSICAO).

           IF PARAM-POSICAO = ZEROS
               DISPLAY "Tabela de parametros cheia - chave "
                   PARAM-CHAVE " ignorada"
           ELSE
               MOVE PARAM-VALOR TO PARAM-TAB-VALOR (PARAM-POSICAO).

           PERFORM LEIA-PROXIMO-PARAMETRO.

       LOCALIZA-PARAMETRO.
           ADD 1 TO PARAM-INDICE.

           IF PARAM-TAB-CHAVE (PARAM-INDICE) = PARAM-CHAVE
               MOVE PARAM-INDICE TO PARAM-POSICAO.

       BUSCA-PARAMETRO.
           MOVE "N" TO PARAM-ACHADO.
           MOVE ZEROS TO PARAM-VALOR-LIDO.
               MOVE "S" TO PARAM-ACHADO
               MOVE PARAM-TAB-VALOR (PARAM-INDICE) TO
                   PARAM-VALOR-LIDO.

       EXIBE-AVISO-TREINAMENTO.
           DISPLAY "*************************************************".
           DISPLAY "*   AMBIENTE DE TREINAMENTO - DADOS FICTICIOS   *".
           DISPLAY "*   nada do que for feito aqui vale na producao *".
           DISPLAY "*************************************************".
