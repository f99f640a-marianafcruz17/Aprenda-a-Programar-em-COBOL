      *    com quebra por CLIENTE-FUNCIONARIO-CODIGO - a lista de
      *    ligacao de cada vendedor, para descobrir o cliente
      *    perdido antes de fazer um ano.
      *    Na base de treinamento (PROG273) a tela abre com o aviso
      *    de dados ficticios.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RELATORIO-INATIVOS
               ASSIGN TO "CLIENTESINATIVOS.LST"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY "SBPARAMETRO.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDCLIENTE.cob".

       FD  RELATORIO-INATIVOS.
       01  LINHA-RELATORIO PIC X(90).
           COPY "FDPARAMETRO.cob".

       WORKING-STORAGE SECTION.
           COPY "WSPARAMETRO.cob".
           COPY "WSCALCDIAS.cob".
       77  FIM-CLIENTES PIC X.
       77  FIM-CONTATOS PIC X.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
      *    na base de treinamento a tela abre com o aviso de dados
      *    ficticios.
           PERFORM CARREGA-PARAMETROS.

           ACCEPT DATA-DE-HOJE FROM DATE YYYYMMDD.

           DISPLAY "Listar clientes parados ha quantos dias? ".
           WRITE LINHA-RELATORIO.

           COPY "PDCALCDIAS.cob".
           COPY "PDPARAMETRO.cob".
