      *    manutencao em lote de salarios em ARQUIVO-FUNCIONARIO, com
      *    checkpoint/restart - se o job morrer no meio, um rerun
      *    pula os codigos ja aplicados em vez de reaplicar.
      *    Com a janela batch noturna no ar (trava do PROG177) a
      *    atualizacao e recusada logo na entrada.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBAUDITORIA.cob".
           COPY "SBRESTART.cob".
           COPY "SBEXECUCAO.cob".
           COPY "SBJANELA.cob".
       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-MANUTENCOES.
           COPY "FDRESTART.cob".

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
           MOVE "PROG44" TO JANELA-PROGRAMA.
           PERFORM CONFERE-JANELA-BATCH.
           IF JANELA-BLOQUEIO = "S"
               GOBACK.

           ACCEPT EXECUCAO-DATA-INICIO FROM DATE YYYYMMDD.
           ACCEPT EXECUCAO-HORA-INICIO FROM TIME.
           OPEN I-O ARQUIVO-FUNCIONARIO.
           MOVE "A" TO AUD-OPERACAO.
           MOVE "BATCH" TO AUD-OPERADOR.
           MOVE FUNCIONARIO-CODIGO TO AUD-CODIGO.
           MOVE "FUN" TO AUD-ARQUIVO.
           MOVE FUNCIONARIO-CODIGO TO AUD-CHAVE.
           MOVE "SALARIO" TO AUD-CAMPO.
           MOVE SALARIO-ANTIGO TO AUD-VALOR-ANTES.
           MOVE SALARIO-NOVO TO AUD-VALOR-DEPOIS.

           WRITE EXECUCAO-REGISTRO.
           CLOSE ARQUIVO-EXECUCOES.
           COPY "PDJANELA.cob".
