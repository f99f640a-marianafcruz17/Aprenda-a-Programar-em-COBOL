      *    afastamento FE justifica os dias no ponto e a folha da
      *    competencia paga o salario normal mais o terco - quem
      *    for marcado "F" pelo PROG59 sai da folha e nao recebe.
      *    Com a janela batch noturna no ar (trava do PROG177) a
      *    atualizacao e recusada logo na entrada.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBFERIAS.cob".
           COPY "SBAFASTAMENTO.cob".
           COPY "SBEXECUCAO.cob".
           COPY "SBJANELA.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDFERIAS.cob".
           COPY "FDAFASTAMENTO.cob".
           COPY "FDEXECUCAO.cob".
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
           MOVE "PROG153" TO JANELA-PROGRAMA.
           PERFORM CONFERE-JANELA-BATCH.
           IF JANELA-BLOQUEIO = "S"
               GOBACK.

           ACCEPT EXECUCAO-DATA-INICIO FROM DATE YYYYMMDD.
           ACCEPT EXECUCAO-HORA-INICIO FROM TIME.
           ACCEPT DATA-DE-HOJE FROM DATE YYYYMMDD.

           WRITE EXECUCAO-REGISTRO.
           CLOSE ARQUIVO-EXECUCOES.
           COPY "PDJANELA.cob".
