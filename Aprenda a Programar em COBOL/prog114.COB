      *    arquivo vivo so com o que fica e imprime o relatorio de
      *    balanceamento provando lidas = arquivadas + retidas. Se
      *    as contas nao baterem, o arquivo vivo nao e tocado.
      *    Na base de treinamento (PROG273) a tela abre com o aviso
      *    de dados ficticios.
      *    Com a janela batch noturna no ar (trava do PROG177) a
      *    atualizacao e recusada logo na entrada.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RELATORIO-RETENCAO
               ASSIGN TO "RETENCAO.LST"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY "SBPARAMETRO.cob".
           COPY "SBJANELA.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDAUDITORIA.cob".

       FD  ARQUIVO-MORTO.
       01  MORTO-REGISTRO PIC X(115).

       FD  ARQUIVO-PASSAGEM.
       01  PASSAGEM-REGISTRO PIC X(115).

       FD  RELATORIO-RETENCAO.
       01  LINHA-RELATORIO PIC X(80).
           COPY "FDPARAMETRO.cob".
           COPY "FDJANELA.cob".

       WORKING-STORAGE SECTION.
           COPY "WSJANELA.cob".
           COPY "WSPARAMETRO.cob".
       77  FINAL-ARQUIVO PIC X.
       77  DATA-DE-CORTE PIC 9(8).
       77  NOME-ARQUIVO-MORTO PIC X(20).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
      *    na base de treinamento a tela abre com o aviso de dados
      *    ficticios.
           PERFORM CARREGA-PARAMETROS.

      *    com a janela batch no ar a atualizacao fica parada - a
      *    trava e do orquestrador PROG177.
           MOVE "PROG114" TO JANELA-PROGRAMA.
           PERFORM CONFERE-JANELA-BATCH.
           IF JANELA-BLOQUEIO = "S"
               GOBACK.

           DISPLAY "Arquivar entradas anteriores a qual data ".
           DISPLAY " (AAAAMMDD)? ".
           ACCEPT DATA-DE-CORTE.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-CONTAGEM TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           COPY "PDPARAMETRO.cob".
           COPY "PDJANELA.cob".
