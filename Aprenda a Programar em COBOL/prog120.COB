      *    (data zerada conta como senha expirada, entao cada
      *    operador troca a senha no primeiro login), e o perfil de
      *    cada operador e informado na hora, um a um.
      *    Na base de treinamento (PROG273) a tela abre com o aviso
      *    de dados ficticios.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-OPERADORES
               ASSIGN TO "operadores_novo.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY "SBPARAMETRO.cob".
       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-OPER-ANTIGO.
           05 OPERANT-STATUS PIC X.

           COPY "FDOPERADORES.cob".
           COPY "FDPARAMETRO.cob".

       WORKING-STORAGE SECTION.
           COPY "WSPARAMETRO.cob".
       77  FINAL-ARQUIVO PIC X.
       77  TOTAL-LIDOS PIC 9(3).
       77  TOTAL-CONVERTIDOS PIC 9(3).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
      *    na base de treinamento a tela abre com o aviso de dados
      *    ficticios.
           PERFORM CARREGA-PARAMETROS.

           OPEN INPUT ARQUIVO-OPER-ANTIGO.
           OPEN OUTPUT ARQUIVO-OPERADORES.

               PERFIL-INFORMADO NOT = "F" AND
               PERFIL-INFORMADO NOT = "A"
               DISPLAY "Perfil invalido".

           COPY "PDPARAMETRO.cob".
