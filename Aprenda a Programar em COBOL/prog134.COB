      *    aumento de tabela inteiro entrar numa rodada e so valer
      *    no dia combinado. O preco base e o vigente na data da
      *    rodada (PDPRECO), com PRODUTO-PRECO de contingencia.
      *    Na base de treinamento (PROG273) a tela abre com o aviso
      *    de dados ficticios.
      *    Com a janela batch noturna no ar (trava do PROG177) a
      *    atualizacao e recusada logo na entrada.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBPRODUTO.cob".
           COPY "SBPRECO.cob".
           COPY "SBEXECUCAO.cob".
           COPY "SBPARAMETRO.cob".
           COPY "SBJANELA.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDPRODUTO.cob".
           COPY "FDPRECO.cob".
           COPY "FDEXECUCAO.cob".
           COPY "FDPARAMETRO.cob".
           COPY "FDJANELA.cob".

       WORKING-STORAGE SECTION.
           COPY "WSJANELA.cob".
           COPY "WSPARAMETRO.cob".
           COPY "WSPRECO.cob".
      *    inicio da rodada, guardado para o registro do log
      *    central de execucoes.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
      *    na base de treinamento a tela abre com o aviso de dados
      *    ficticios.
           PERFORM CARREGA-PARAMETROS.

      *    com a janela batch no ar a atualizacao fica parada - a
      *    trava e do orquestrador PROG177.
           MOVE "PROG134" TO JANELA-PROGRAMA.
           PERFORM CONFERE-JANELA-BATCH.
           IF JANELA-BLOQUEIO = "S"
               GOBACK.

           ACCEPT EXECUCAO-DATA-INICIO FROM DATE YYYYMMDD.
           ACCEPT EXECUCAO-HORA-INICIO FROM TIME.
           ACCEPT DATA-DE-HOJE FROM DATE YYYYMMDD.
           CLOSE ARQUIVO-EXECUCOES.

           COPY "PDPRECO.cob".
           COPY "PDPARAMETRO.cob".
           COPY "PDJANELA.cob".
