       PROGRAM-ID. PROG42.
      *    carga em lote de um extrato de novas admissoes para
      *    ARQUIVO-FUNCIONARIO, sem operador no terminal.
      *    Com a janela batch noturna no ar (trava do PROG177) a
      *    atualizacao e recusada logo na entrada.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBEXECUCAO.cob".
           COPY "SBPARAMETRO.cob".
           COPY "SBIMPRESSAO.cob".
           COPY "SBJANELA.cob".
       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-NOVOS-FUNCIONARIOS.
           COPY "FDEXECUCAO.cob".
           COPY "FDPARAMETRO.cob".
           COPY "FDIMPRESSAO.cob".
           COPY "FDJANELA.cob".

       WORKING-STORAGE SECTION.
           COPY "WSJANELA.cob".
           COPY "WSIMPRESSAO.cob".
      *    inicio da rodada, guardado para o registro do log
      *    central de execucoes.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
      *    com a janela batch no ar a atualizacao fica parada - a
      *    trava e do orquestrador PROG177.
           MOVE "PROG42" TO JANELA-PROGRAMA.
           PERFORM CONFERE-JANELA-BATCH.
           IF JANELA-BLOQUEIO = "S"
               GOBACK.

           ACCEPT EXECUCAO-DATA-INICIO FROM DATE YYYYMMDD.
           ACCEPT EXECUCAO-HORA-INICIO FROM TIME.

           MOVE ZEROS TO FUNCIONARIO-NASCIMENTO.
           MOVE ZEROS TO FUNCIONARIO-TURNO-CODIGO.
           MOVE ZEROS TO FUNCIONARIO-CARGO-CODIGO.
           MOVE ZEROS TO FUNCIONARIO-NIVEL.
           MOVE ZEROS TO FUNCIONARIO-NIVEL-DESDE.
           MOVE "A" TO FUNCIONARIO-STATUS.
           ACCEPT FUNCIONARIO-DATA-ATUALIZACAO FROM DATE YYYYMMDD.
           ACCEPT FUNCIONARIO-HORA-ATUALIZACAO FROM TIME.
           MOVE "I" TO AUD-OPERACAO.
           MOVE "BATCH" TO AUD-OPERADOR.
           MOVE FUNCIONARIO-CODIGO TO AUD-CODIGO.
           MOVE "FUN" TO AUD-ARQUIVO.
           MOVE FUNCIONARIO-CODIGO TO AUD-CHAVE.
           MOVE "REGISTRO" TO AUD-CAMPO.
           MOVE SPACE TO AUD-VALOR-ANTES.
           MOVE FUNCIONARIO-NOME TO AUD-VALOR-DEPOIS.
           COPY "PDIMPRESSAO.cob".

           COPY "PDPARAMETRO.cob".
           COPY "PDJANELA.cob".
