      *    o PROG54 soma ao bruto e tributa pelas faixas - o valor
      *    da comissao finalmente chega ao pagamento em vez de
      *    morrer no relatorio.
      *    Na base de treinamento (PROG273) a tela abre com o aviso
      *    de dados ficticios.
      *    Com a janela batch noturna no ar (trava do PROG177) a
      *    atualizacao e recusada logo na entrada.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBEXECUCAO.cob".
           SELECT ARQUIVO-ORDENACAO
               ASSIGN TO "COMFOLSORT.TMP".
           COPY "SBPARAMETRO.cob".
           COPY "SBJANELA.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDPEDIDO.cob".
       01  ORDENACAO-REGISTRO.
           05 ORD-VENDEDOR PIC 9(4).
           05 ORD-VALOR PIC S9(10)V99.
           COPY "FDPARAMETRO.cob".
           COPY "FDJANELA.cob".

       WORKING-STORAGE SECTION.
           COPY "WSJANELA.cob".
           COPY "WSPARAMETRO.cob".
           COPY "WSCAMBIO.cob".
      *    inicio da rodada, guardado para o registro do log
      *    central de execucoes.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
      *    na base de treinamento a tela abre com o aviso de dados
      *    ficticios.
           PERFORM CARREGA-PARAMETROS.

      *    com a janela batch no ar a atualizacao fica parada - a
      *    trava e do orquestrador PROG177.
           MOVE "PROG145" TO JANELA-PROGRAMA.
           PERFORM CONFERE-JANELA-BATCH.
           IF JANELA-BLOQUEIO = "S"
               GOBACK.

           ACCEPT EXECUCAO-DATA-INICIO FROM DATE YYYYMMDD.
           ACCEPT EXECUCAO-HORA-INICIO FROM TIME.

           CLOSE ARQUIVO-EXECUCOES.

           COPY "PDCAMBIO.cob".
           COPY "PDPARAMETRO.cob".
           COPY "PDJANELA.cob".
