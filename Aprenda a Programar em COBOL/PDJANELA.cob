      *    paragrafos partilhados da trava da janela batch noturna.
       CONFERE-JANELA-BATCH.
      *    a janela aberta barra a atualizacao, salvo para o passo
      *    que o orquestrador esta rodando naquele momento.
           MOVE "N" TO JANELA-BLOQUEIO.
           PERFORM LE-JANELA-BATCH.

           IF JANELA-ABERTA AND JANELA-PASSO NOT = JANELA-PROGRAMA
               MOVE "S" TO JANELA-BLOQUEIO
               DISPLAY "Janela batch em andamento desde "
                   JANELA-DATA-ABERTURA " " JANELA-HORA-ABERTURA
               DISPLAY "Atualizacao bloqueada ate o fim do batch - "
                   "consultas seguem liberadas".

       LE-JANELA-BATCH.
      *    sem arquivo (ou vazio) a janela vale como fechada.
           MOVE "N" TO JANELA-LIDA.
           OPEN INPUT ARQUIVO-JANELA.
           READ ARQUIVO-JANELA RECORD AT END
               MOVE SPACES TO JANELA-REGISTRO
           NOT AT END
               MOVE "S" TO JANELA-LIDA.
           CLOSE ARQUIVO-JANELA.

       ABRE-JANELA-BATCH.
           MOVE SPACES TO JANELA-REGISTRO.
           MOVE "A" TO JANELA-SITUACAO.
           ACCEPT JANELA-DATA-ABERTURA FROM DATE YYYYMMDD.
           ACCEPT JANELA-HORA-ABERTURA FROM TIME.
           MOVE ZEROS TO JANELA-DATA-FECHAMENTO.
           MOVE ZEROS TO JANELA-HORA-FECHAMENTO.
           PERFORM GRAVA-JANELA-BATCH.

       MARCA-PASSO-DA-JANELA.
      *    relida a cada passo - trava liberada pelo administrador
      *    no meio da rodada nao volta a fechar.
           PERFORM LE-JANELA-BATCH.
           IF JANELA-ABERTA
               MOVE JANELA-PROGRAMA TO JANELA-PASSO
               PERFORM GRAVA-JANELA-BATCH.

       FECHA-JANELA-BATCH.
           PERFORM LE-JANELA-BATCH.
           IF JANELA-ABERTA
               MOVE "F" TO JANELA-SITUACAO
               MOVE SPACES TO JANELA-PASSO
               ACCEPT JANELA-DATA-FECHAMENTO FROM DATE YYYYMMDD
               ACCEPT JANELA-HORA-FECHAMENTO FROM TIME
               PERFORM GRAVA-JANELA-BATCH.

       GRAVA-JANELA-BATCH.
           OPEN OUTPUT ARQUIVO-JANELA.
           WRITE JANELA-REGISTRO.
           CLOSE ARQUIVO-JANELA.
