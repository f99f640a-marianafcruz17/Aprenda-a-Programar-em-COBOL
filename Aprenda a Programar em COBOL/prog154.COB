      *    movimentos do razao banco_horas.dat do funcionario
      *    pedido (creditos da folha, compensacoes de falta e
      *    expiracoes) com o saldo acumulado linha a linha.
      *    Na base de treinamento (PROG273) a tela abre com o aviso
      *    de dados ficticios.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RELATORIO-EXTRATO
               ASSIGN TO "BANCOHORAS.LST"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY "SBPARAMETRO.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDBANCOHORAS.cob".

       FD  RELATORIO-EXTRATO.
       01  LINHA-RELATORIO PIC X(80).
           COPY "FDPARAMETRO.cob".

       WORKING-STORAGE SECTION.
           COPY "WSPARAMETRO.cob".
       77  FINAL-ARQUIVO PIC X.
       77  REGISTRO-ENCONTRADO PIC X.
       77  CODIGO-INFORMADO PIC 9(4).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
      *    na base de treinamento a tela abre com o aviso de dados
      *    ficticios.
           PERFORM CARREGA-PARAMETROS.

           OPEN INPUT ARQUIVO-FUNCIONARIO.

           MOVE 9999 TO CODIGO-INFORMADO.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-RODAPE TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           COPY "PDPARAMETRO.cob".
