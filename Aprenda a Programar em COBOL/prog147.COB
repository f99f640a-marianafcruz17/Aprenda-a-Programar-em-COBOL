      *    de cada produto e imprime quebra de controle por
      *    categoria com quantidade, receita (convertida para BRL
      *    pela taxa da data do pedido) e participacao no total.
      *    Na base de treinamento (PROG273) a tela abre com o aviso
      *    de dados ficticios.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RELATORIO-CATEGORIAS
               ASSIGN TO "VENDASCATEGORIA.LST"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY "SBPARAMETRO.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDPEDIDO.cob".

       FD  RELATORIO-CATEGORIAS.
       01  LINHA-RELATORIO PIC X(90).
           COPY "FDPARAMETRO.cob".

       WORKING-STORAGE SECTION.
           COPY "WSPARAMETRO.cob".
           COPY "WSCAMBIO.cob".
       77  FIM-PEDIDOS PIC X.
       77  FIM-ITENS PIC X.

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
