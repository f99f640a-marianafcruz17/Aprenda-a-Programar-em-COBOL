      *    proximos 7 dias, por vendedor, com o nome do cliente de
      *    clientes.dat - alguem telefona antes de a cotacao
      *    morrer.
      *    Com a janela batch noturna no ar (trava do PROG177) a
      *    atualizacao e recusada logo na entrada.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RELATORIO-AVENCER
               ASSIGN TO "COTACOESAVENCER.LST"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY "SBJANELA.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDCOTACAO.cob".

       FD  RELATORIO-AVENCER.
       01  LINHA-RELATORIO PIC X(80).
           COPY "FDJANELA.cob".

       WORKING-STORAGE SECTION.
           COPY "WSJANELA.cob".
           COPY "WSCALCDIAS.cob".
      *    inicio da rodada, guardado para o registro do log
      *    central de execucoes.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
      *    com a janela batch no ar a atualizacao fica parada - a
      *    trava e do orquestrador PROG177.
           MOVE "PROG137" TO JANELA-PROGRAMA.
           PERFORM CONFERE-JANELA-BATCH.
           IF JANELA-BLOQUEIO = "S"
               GOBACK.

           ACCEPT EXECUCAO-DATA-INICIO FROM DATE YYYYMMDD.
           ACCEPT EXECUCAO-HORA-INICIO FROM TIME.
           ACCEPT DATA-DE-HOJE FROM DATE YYYYMMDD.
           CLOSE ARQUIVO-EXECUCOES.

           COPY "PDCALCDIAS.cob".
           COPY "PDJANELA.cob".
