      *    com a validade em meses e cada conclusao vira um
      *    registro no historico do funcionario, consultavel aqui e
      *    vigiado pelo relatorio de vencimentos do PROG170.
      *    Na base de treinamento (PROG273) a tela abre com o aviso
      *    de dados ficticios.
      *    Com a janela batch noturna no ar (trava do PROG177) so
      *    as consultas e listagens atendem.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBCURSO.cob".
           COPY "SBTREINAMENTO.cob".
           COPY "SBFUNCIONARIO.cob".
           COPY "SBPARAMETRO.cob".
           COPY "SBJANELA.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDCURSO.cob".
           COPY "FDTREINAMENTO.cob".
           COPY "FDFUNCIONARIO.cob".
           COPY "FDPARAMETRO.cob".
           COPY "FDJANELA.cob".

       WORKING-STORAGE SECTION.
           COPY "WSJANELA.cob".
           COPY "WSPARAMETRO.cob".
       77  OPCAO-MENU PIC 9.
       77  REGISTRO-ENCONTRADO PIC X.
       77  FIM-ARQUIVO PIC X.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "PROG169" TO JANELA-PROGRAMA.
           MOVE "N" TO JANELA-BLOQUEIO.

      *    na base de treinamento a tela abre com o aviso de dados
      *    ficticios.
           PERFORM CARREGA-PARAMETROS.

           OPEN I-O ARQUIVO-CURSOS.
           OPEN I-O ARQUIVO-TREINAMENTOS.
           OPEN INPUT ARQUIVO-FUNCIONARIO.
           DISPLAY "0. Sair".
           ACCEPT OPCAO-MENU.

      *    com a janela batch no ar so as consultas atendem - a
      *    trava e conferida a cada opcao, porque a janela pode
      *    abrir com o cadastro na tela.
           IF OPCAO-MENU = 1 OR OPCAO-MENU = 3
               PERFORM CONFERE-JANELA-BATCH.

           IF OPCAO-MENU = 1 AND JANELA-BLOQUEIO = "N"
               PERFORM INCLUI-CURSO.

           IF OPCAO-MENU = 2
               PERFORM LISTA-CURSOS.

           IF OPCAO-MENU = 3 AND JANELA-BLOQUEIO = "N"
               PERFORM LANCA-TREINAMENTO.

           IF OPCAO-MENU = 4
           DISPLAY "Curso " TREIN-CURSO-CODIGO " "
               CURSO-NOME
               " concluido em " TREIN-DATA-CONCLUSAO.

           COPY "PDPARAMETRO.cob".
           COPY "PDJANELA.cob".
