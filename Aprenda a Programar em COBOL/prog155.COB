      *    "E" e entra em extras_expiradas.dat para a proxima folha
      *    pagar como hora extra. A competencia do pagamento e
      *    informada na rodada.
      *    Na base de treinamento (PROG273) a tela abre com o aviso
      *    de dados ficticios.
      *    Com a janela batch noturna no ar (trava do PROG177) a
      *    atualizacao e recusada logo na entrada.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBBANCOHORAS.cob".
           COPY "SBEXTRAEXP.cob".
           COPY "SBEXECUCAO.cob".
           COPY "SBPARAMETRO.cob".
           COPY "SBJANELA.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDFUNCIONARIO.cob".
           COPY "FDBANCOHORAS.cob".
           COPY "FDEXTRAEXP.cob".
           COPY "FDEXECUCAO.cob".
           COPY "FDPARAMETRO.cob".
           COPY "FDJANELA.cob".

       WORKING-STORAGE SECTION.
           COPY "WSJANELA.cob".
           COPY "WSPARAMETRO.cob".
      *    inicio da rodada, guardado para o registro do log
      *    central de execucoes.
       77  EXECUCAO-DATA-INICIO PIC 9(8).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
      *    na base de treinamento a tela abre com o aviso de dados
      *    ficticios.
           PERFORM CARREGA-PARAMETROS.

      *    com a janela batch no ar a atualizacao fica parada - a
      *    trava e do orquestrador PROG177.
           MOVE "PROG155" TO JANELA-PROGRAMA.
           PERFORM CONFERE-JANELA-BATCH.
           IF JANELA-BLOQUEIO = "S"
               GOBACK.

           ACCEPT EXECUCAO-DATA-INICIO FROM DATE YYYYMMDD.
           ACCEPT EXECUCAO-HORA-INICIO FROM TIME.
           ACCEPT DATA-DE-HOJE FROM DATE YYYYMMDD.

           WRITE EXECUCAO-REGISTRO.
           CLOSE ARQUIVO-EXECUCOES.

           COPY "PDPARAMETRO.cob".
           COPY "PDJANELA.cob".
