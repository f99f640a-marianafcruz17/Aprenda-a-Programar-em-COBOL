      *    primeiro todas as transferencias do periodo na ordem em
      *    que aconteceram, depois a linha do tempo de lotacao por
      *    funcionario, com quebra de controle no codigo.
      *    Na base de treinamento (PROG273) a tela abre com o aviso
      *    de dados ficticios.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RELATORIO-TRANSFERENCIAS
               ASSIGN TO "TRANSFERENCIAS.LST"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY "SBPARAMETRO.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDTRANSFDEPTO.cob".

       FD  RELATORIO-TRANSFERENCIAS.
       01  LINHA-RELATORIO PIC X(80).
           COPY "FDPARAMETRO.cob".

       WORKING-STORAGE SECTION.
           COPY "WSPARAMETRO.cob".
       77  FINAL-ARQUIVO PIC X.
       77  PRIMEIRA-LEITURA PIC X.
       77  DATA-INICIAL PIC 9(8).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
      *    na base de treinamento a tela abre com o aviso de dados
      *    ficticios.
           PERFORM CARREGA-PARAMETROS.

           DISPLAY "Data inicial do periodo (AAAAMMDD): ".
           ACCEPT DATA-INICIAL.
           DISPLAY "Data final do periodo (AAAAMMDD): ".
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-RODAPE TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           COPY "PDPARAMETRO.cob".
