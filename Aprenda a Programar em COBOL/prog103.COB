      *    memoria que truncava a partir do cliente 501. Pedido em
      *    moeda estrangeira entra convertido para BRL pela taxa da
      *    data do pedido.
      *    Na base de treinamento (PROG273) a tela abre com o aviso
      *    de dados ficticios.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RELATORIO-ABC
               ASSIGN TO "CURVAABC.LST"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY "SBPARAMETRO.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDCLIENTE.cob".

       FD  RELATORIO-ABC.
       01  LINHA-RELATORIO PIC X(90).
           COPY "FDPARAMETRO.cob".

       WORKING-STORAGE SECTION.
           COPY "WSPARAMETRO.cob".
           COPY "WSCAMBIO.cob".
       77  VALOR-EM-BRL PIC 9(10)V99.
       77  QTD-SEM-TAXA PIC 9(4).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
      *    na base de treinamento a tela abre com o aviso de dados
      *    ficticios.
           PERFORM CARREGA-PARAMETROS.

           DISPLAY "Data inicial do periodo (AAAAMMDD): ".
           ACCEPT DATA-INICIAL.
           DISPLAY "Data final do periodo (AAAAMMDD): ".
           WRITE LINHA-RELATORIO.

           COPY "PDCAMBIO.cob".
           COPY "PDPARAMETRO.cob".
