      *    faltou, com a linha de total da empresa no fim. Metas e
      *    pedidos entram juntos na ordenacao, para aparecer tambem
      *    o vendedor com meta e nenhuma venda.
      *    Na base de treinamento (PROG273) a tela abre com o aviso
      *    de dados ficticios.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RELATORIO-METAS
               ASSIGN TO "METAS.LST"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY "SBPARAMETRO.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDFUNCIONARIO.cob".

       FD  RELATORIO-METAS.
       01  LINHA-RELATORIO PIC X(100).
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

           DISPLAY "Metas de qual mes (AAAAMM)? ".
           ACCEPT MES-PEDIDO.

           WRITE LINHA-RELATORIO.

           COPY "PDCAMBIO.cob".
           COPY "PDPARAMETRO.cob".
