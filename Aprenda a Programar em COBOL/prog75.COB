      *    imprime os lancamentos com o saldo corrente e confere no
      *    final se o ultimo saldo do razao bate com FUNCIONARIO-
      *    SALDO-ADIANTAMENTO no cadastro.
      *    Na base de treinamento (PROG273) a tela abre com o aviso
      *    de dados ficticios.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RELATORIO-EXTRATO
               ASSIGN TO "EXTRATOADIANT.LST"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY "SBPARAMETRO.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDFUNCIONARIO.cob".

       FD  RELATORIO-EXTRATO.
       01  LINHA-RELATORIO PIC X(80).
           COPY "FDPARAMETRO.cob".

       WORKING-STORAGE SECTION.
           COPY "WSPARAMETRO.cob".
       77  FINAL-ARQUIVO PIC X.
       77  REGISTRO-ENCONTRADO PIC X.
       77  CODIGO-PEDIDO PIC 9(4).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
      *    na base de treinamento a tela abre com o aviso de dados
      *    ficticios.
           PERFORM CARREGA-PARAMETROS.

           DISPLAY "Informe o codigo do funcionario: ".
           ACCEPT CODIGO-PEDIDO.
           DISPLAY "Data inicial do periodo (AAAAMMDD): ".
           IF ADIANT-TIPO = "A"
               MOVE "ADTO" TO DET-TIPO
           ELSE
               IF ADIANT-TIPO = "R"
                   MOVE "REEM" TO DET-TIPO
               ELSE
                   MOVE "PGTO" TO DET-TIPO.

           MOVE ADIANT-VALOR TO DET-VALOR.
           MOVE ADIANT-OPERADOR TO DET-OPERADOR.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE CABECALHO-COLUNAS TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           COPY "PDPARAMETRO.cob".
