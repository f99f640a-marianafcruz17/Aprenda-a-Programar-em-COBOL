      *    provando que nada se perdeu (movidos = removidos, com o
      *    valor somado dos pedidos conferido). O PROG101 e a
      *    consulta 360 alcancam os anos arquivados sob pedido.
      *    Na base de treinamento (PROG273) a tela abre com o aviso
      *    de dados ficticios.
      *    Com a janela batch noturna no ar (trava do PROG177) a
      *    atualizacao e recusada logo na entrada.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQUIVO-COTACOES-MORTO
               ASSIGN TO ARQCOTMORTO
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY "SBPARAMETRO.cob".
           COPY "SBJANELA.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDPEDIDO.cob".
      *    as imagens arquivadas sao as dos proprios registros -
      *    quem le o arquivo morto remonta o layout por cima.
       FD  ARQUIVO-PEDIDOS-MORTO.
       01  PEDIDO-MORTO-LINHA PIC X(99).

       FD  ARQUIVO-ITENS-MORTO.
       01  ITEM-MORTO-LINHA PIC X(75).

       FD  ARQUIVO-COTACOES-MORTO.
       01  COTACAO-MORTA-LINHA PIC X(55).
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
           MOVE "PROG181" TO JANELA-PROGRAMA.
           PERFORM CONFERE-JANELA-BATCH.
           IF JANELA-BLOQUEIO = "S"
               GOBACK.

           ACCEPT EXECUCAO-DATA-INICIO FROM DATE YYYYMMDD.
           ACCEPT EXECUCAO-HORA-INICIO FROM TIME.


           WRITE EXECUCAO-REGISTRO.
           CLOSE ARQUIVO-EXECUCOES.

           COPY "PDPARAMETRO.cob".
           COPY "PDJANELA.cob".
