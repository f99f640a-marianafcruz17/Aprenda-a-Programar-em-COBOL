      *    categorias.dat - cadastro pequeno no molde do de
      *    departamentos, de onde a digitacao do PROG105 valida a
      *    categoria de cada produto.
      *    Na base de treinamento (PROG273) a tela abre com o aviso
      *    de dados ficticios.
      *    Com a janela batch noturna no ar (trava do PROG177) so
      *    as consultas e listagens atendem.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBCATEGORIA.cob".
           COPY "SBPARAMETRO.cob".
           COPY "SBJANELA.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDCATEGORIA.cob".
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
           MOVE "PROG146" TO JANELA-PROGRAMA.
           MOVE "N" TO JANELA-BLOQUEIO.

      *    na base de treinamento a tela abre com o aviso de dados
      *    ficticios.
           PERFORM CARREGA-PARAMETROS.

           OPEN I-O ARQUIVO-CATEGORIAS.

           MOVE 9 TO OPCAO-MENU.
           DISPLAY "0. Sair".
           ACCEPT OPCAO-MENU.

      *    com a janela batch no ar so as consultas atendem - a
      *    trava e conferida a cada opcao, porque a janela pode
      *    abrir com o cadastro na tela.
           IF OPCAO-MENU = 1 OR OPCAO-MENU = 2
               PERFORM CONFERE-JANELA-BATCH.

           IF OPCAO-MENU = 1 AND JANELA-BLOQUEIO = "N"
               PERFORM INCLUI-CATEGORIA.

           IF OPCAO-MENU = 2 AND JANELA-BLOQUEIO = "N"
               PERFORM ALTERA-CATEGORIA.

           IF OPCAO-MENU = 3
               DISPLAY "Codigo: " CATEGORIA-CODIGO
                   " Nome: " CATEGORIA-NOME
                   " Situacao: " CATEGORIA-SITUACAO.

           COPY "PDPARAMETRO.cob".
           COPY "PDJANELA.cob".
