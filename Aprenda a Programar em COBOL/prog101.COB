      *    a secao com os pedidos do arquivo morto de um ano
      *    (PEDIDOS_AAAA.DAT, gerado pelo arquivamento do
      *    PROG181).
      *    Na base de treinamento (PROG273) a tela abre com o aviso
      *    de dados ficticios.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQUIVO-PEDIDOS-MORTO
               ASSIGN TO ARQPEDMORTO
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY "SBPARAMETRO.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDCLIENTE.cob".
      *    a linha do morto e a imagem do PEDIDO-REGISTRO da epoca
      *    do arquivamento - o layout e remontado em MORTO-PEDIDO.
       FD  ARQUIVO-PEDIDOS-MORTO.
       01  PEDIDO-MORTO-LINHA PIC X(99).
           COPY "FDPARAMETRO.cob".

       WORKING-STORAGE SECTION.
           COPY "WSPARAMETRO.cob".
       77  FINAL-ARQUIVO PIC X.
       77  ANO-DO-MORTO PIC 9(4).
       77  FIM-MORTO PIC X.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
      *    na base de treinamento a tela abre com o aviso de dados
      *    ficticios.
           PERFORM CARREGA-PARAMETROS.

           DISPLAY "Anexar o arquivo morto de qual ano ".
           DISPLAY " (0 = nenhum)? ".
           ACCEPT ANO-DO-MORTO.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-RODAPE TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           COPY "PDPARAMETRO.cob".
