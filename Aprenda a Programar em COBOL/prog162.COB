      *    atual e a linha do tempo de promocoes de promocoes.dat
      *    (PROG161), com os titulos buscados em cargos.dat, para
      *    "quando a Ana virou supervisora" ter resposta.
      *    Na base de treinamento (PROG273) a tela abre com o aviso
      *    de dados ficticios.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RELATORIO-CARREIRA
               ASSIGN TO "CARREIRA.LST"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY "SBPARAMETRO.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDFUNCIONARIO.cob".

       FD  RELATORIO-CARREIRA.
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
           OPEN INPUT ARQUIVO-CARGOS.

                       MOVE "DESCONHECIDO" TO TITULO-DESTINO
                   NOT INVALID KEY
                       MOVE CARGO-TITULO TO TITULO-DESTINO.

           COPY "PDPARAMETRO.cob".
