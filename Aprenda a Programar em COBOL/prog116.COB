      *    operador, por funcionario consultado e por faixa de
      *    datas, em qualquer combinacao, para a revisao de
      *    protecao de dados responder quem andou olhando o que.
      *    Na base de treinamento (PROG273) a tela abre com o aviso
      *    de dados ficticios.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RELATORIO-ACESSOS
               ASSIGN TO "ACESSOS.LST"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY "SBPARAMETRO.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDACESSOLOG.cob".

       FD  RELATORIO-ACESSOS.
       01  LINHA-RELATORIO PIC X(80).
           COPY "FDPARAMETRO.cob".

       WORKING-STORAGE SECTION.
           COPY "WSPARAMETRO.cob".
       77  FINAL-ARQUIVO PIC X.
       77  OPERADOR-FILTRO PIC X(10).
       77  CODIGO-FILTRO PIC 9(4).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
      *    na base de treinamento a tela abre com o aviso de dados
      *    ficticios.
           PERFORM CARREGA-PARAMETROS.

           DISPLAY "Operador (em branco = todos): ".
           ACCEPT OPERADOR-FILTRO.
           DISPLAY "Codigo do funcionario (0 = todos): ".
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-RODAPE TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           COPY "PDPARAMETRO.cob".
