      *    e manda codigo desconhecido e batida repetida para o
      *    relatorio de rejeitados. O PROG91 fica so para os
      *    acertos.
      *    Com a janela batch noturna no ar (trava do PROG177) a
      *    atualizacao e recusada logo na entrada.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RELATORIO-REJEITADOS
               ASSIGN TO "PONTOREJEITADOS.LST"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY "SBJANELA.cob".
       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-RELOGIO.

       FD  RELATORIO-REJEITADOS.
       01  LINHA-REJEITADOS PIC X(80).
           COPY "FDJANELA.cob".

       WORKING-STORAGE SECTION.
           COPY "WSJANELA.cob".
      *    inicio da rodada, guardado para o registro do log
      *    central de execucoes.
       77  EXECUCAO-DATA-INICIO PIC 9(8).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
      *    com a janela batch no ar a atualizacao fica parada - a
      *    trava e do orquestrador PROG177.
           MOVE "PROG157" TO JANELA-PROGRAMA.
           PERFORM CONFERE-JANELA-BATCH.
           IF JANELA-BLOQUEIO = "S"
               GOBACK.

           ACCEPT EXECUCAO-DATA-INICIO FROM DATE YYYYMMDD.
           ACCEPT EXECUCAO-HORA-INICIO FROM TIME.


           WRITE EXECUCAO-REGISTRO.
           CLOSE ARQUIVO-EXECUCOES.
           COPY "PDJANELA.cob".
