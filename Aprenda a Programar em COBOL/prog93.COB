      *    Admissoes de quem ja saiu nao aparecem (o arquivamento
      *    nao guarda a data de admissao), o que subconta admissoes
      *    de meses antigos.
      *    Na base de treinamento (PROG273) a tela abre com o aviso
      *    de dados ficticios.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RELATORIO-ROTATIVIDADE
               ASSIGN TO "ROTATIVIDADE.LST"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY "SBPARAMETRO.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDFUNCIONARIO.cob".

       FD  RELATORIO-ROTATIVIDADE.
       01  LINHA-RELATORIO PIC X(80).
           COPY "FDPARAMETRO.cob".

       WORKING-STORAGE SECTION.
           COPY "WSPARAMETRO.cob".
       77  FINAL-ARQUIVO PIC X.
       77  MES-INICIAL PIC 9(6).
       77  MES-FINAL PIC 9(6).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
      *    na base de treinamento a tela abre com o aviso de dados
      *    ficticios.
           PERFORM CARREGA-PARAMETROS.

           DISPLAY "Mes inicial do periodo (AAAAMM): ".
           ACCEPT MES-INICIAL.
           DISPLAY "Mes final do periodo (AAAAMM): ".

           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           COPY "PDPARAMETRO.cob".
