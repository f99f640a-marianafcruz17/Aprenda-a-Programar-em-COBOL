      *    ontem continuar explicavel e um aumento poder ser
      *    carregado hoje valendo so no mes que vem. O historico de
      *    um produto sai pela opcao de listagem.
      *    Na base de treinamento (PROG273) a tela abre com o aviso
      *    de dados ficticios.
      *    Com a janela batch noturna no ar (trava do PROG177) so
      *    as consultas e listagens atendem.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBPRODUTO.cob".
           COPY "SBPRECO.cob".
           COPY "SBPARAMETRO.cob".
           COPY "SBJANELA.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDPRODUTO.cob".
           COPY "FDPRECO.cob".
           COPY "FDPARAMETRO.cob".
           COPY "FDJANELA.cob".

       WORKING-STORAGE SECTION.
           COPY "WSJANELA.cob".
           COPY "WSPARAMETRO.cob".
       77  OPCAO-MENU PIC 9.
       77  REGISTRO-ENCONTRADO PIC X.
       77  CODIGO-PRODUTO PIC 9(4).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "PROG133" TO JANELA-PROGRAMA.
           MOVE "N" TO JANELA-BLOQUEIO.

      *    na base de treinamento a tela abre com o aviso de dados
      *    ficticios.
           PERFORM CARREGA-PARAMETROS.

           OPEN INPUT ARQUIVO-PRODUTOS.
           OPEN I-O ARQUIVO-PRECOS.

           DISPLAY "0. Sair".
           ACCEPT OPCAO-MENU.

      *    com a janela batch no ar so as consultas atendem - a
      *    trava e conferida a cada opcao, porque a janela pode
      *    abrir com o cadastro na tela.
           IF OPCAO-MENU = 1
               PERFORM CONFERE-JANELA-BATCH.

           IF OPCAO-MENU = 1 AND JANELA-BLOQUEIO = "N"
               PERFORM INCLUI-PRECO.

           IF OPCAO-MENU = 2
                   ADD 1 TO QTD-LISTADOS
                   DISPLAY "Vigencia: " PRECO-DATA-VIGENCIA
                       " Preco: " PRECO-VALOR.

           COPY "PDPARAMETRO.cob".
           COPY "PDJANELA.cob".
