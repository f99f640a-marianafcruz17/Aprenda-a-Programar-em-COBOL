      *    (registros incluidos/alterados/excluidos e hash total
      *    dos codigos), carimbado com a data e a sequencia da
      *    rodada.
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
       FD  ARQUIVO-TRANSACOES.
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
           MOVE "PROG61" TO JANELA-PROGRAMA.
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
           MOVE "A" TO AUD-OPERACAO.
           MOVE "BATCH" TO AUD-OPERADOR.
           MOVE FUNCIONARIO-CODIGO TO AUD-CODIGO.
           MOVE "FUN" TO AUD-ARQUIVO.
           MOVE FUNCIONARIO-CODIGO TO AUD-CHAVE.
           MOVE NOME-CAMPO-ALTERADO TO AUD-CAMPO.
           MOVE VALOR-ANTIGO TO AUD-VALOR-ANTES.
           MOVE VALOR-NOVO TO AUD-VALOR-DEPOIS.
           MOVE "E" TO AUD-OPERACAO.
           MOVE "BATCH" TO AUD-OPERADOR.
           MOVE FUNCIONARIO-CODIGO TO AUD-CODIGO.
           MOVE "FUN" TO AUD-ARQUIVO.
           MOVE FUNCIONARIO-CODIGO TO AUD-CHAVE.
           MOVE "REGISTRO" TO AUD-CAMPO.
           MOVE NOME-FUNCIONARIO-EXCLUIDO TO AUD-VALOR-ANTES.
           MOVE SPACE TO AUD-VALOR-DEPOIS.
           COPY "PDIMPRESSAO.cob".

           COPY "PDPARAMETRO.cob".
           COPY "PDJANELA.cob".
