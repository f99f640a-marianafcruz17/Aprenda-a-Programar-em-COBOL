      *    arquivo de trabalho de SORT, como nas ordenacoes do
      *    PROG45 e do PROG53 - ela cresce com o arquivo, sem a
      *    tabela em memoria que estourava na notificacao 501.
      *    Com a janela batch noturna no ar (trava do PROG177) a
      *    atualizacao e recusada logo na entrada.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RELATORIO-DESPACHO
               ASSIGN TO "DESPACHO.LST"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY "SBJANELA.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDNOTIFICA.cob".

       FD  RELATORIO-DESPACHO.
       01  LINHA-RELATORIO PIC X(80).
           COPY "FDJANELA.cob".

       WORKING-STORAGE SECTION.
           COPY "WSJANELA.cob".
       77  FINAL-ARQUIVO PIC X.
       77  FINAL-ORDENADO PIC X.
       77  TOTAL-DESPACHADAS PIC 9(6).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
      *    com a janela batch no ar a atualizacao fica parada - a
      *    trava e do orquestrador PROG177.
           MOVE "PROG115" TO JANELA-PROGRAMA.
           PERFORM CONFERE-JANELA-BATCH.
           IF JANELA-BLOQUEIO = "S"
               GOBACK.

           MOVE ZEROS TO TOTAL-DESPACHADAS.
           MOVE ZEROS TO TOTAL-JA-ENVIADAS.
           MOVE ZEROS TO TOTAL-MALFORMADAS.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-CONTAGEM TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           COPY "PDJANELA.cob".
