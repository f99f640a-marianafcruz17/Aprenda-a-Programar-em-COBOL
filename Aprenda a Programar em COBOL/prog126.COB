      *    Cada cancelamento e liberado duas vezes para a
      *    classificacao, uma por secao, como as excecoes do
      *    PROG102 ordenam depois dos vendedores validos.
      *    Na base de treinamento (PROG273) a tela abre com o aviso
      *    de dados ficticios.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RELATORIO-CANCELAMENTOS
               ASSIGN TO "CANCELAMENTOS.LST"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY "SBPARAMETRO.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDCANCELAMENTO.cob".

       FD  RELATORIO-CANCELAMENTOS.
       01  LINHA-RELATORIO PIC X(80).
           COPY "FDPARAMETRO.cob".

       WORKING-STORAGE SECTION.
           COPY "WSPARAMETRO.cob".
       77  FIM-CANCELAMENTOS PIC X.
       77  FINAL-ARQUIVO PIC X.
       77  PRIMEIRA-LEITURA PIC X.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
      *    na base de treinamento a tela abre com o aviso de dados
      *    ficticios.
           PERFORM CARREGA-PARAMETROS.

           DISPLAY "Cancelamentos de qual mes (AAAAMM)? ".
           ACCEPT MES-PEDIDO.

           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-RODAPE TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           COPY "PDPARAMETRO.cob".
