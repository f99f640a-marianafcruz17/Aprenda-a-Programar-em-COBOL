      *    mais velho - o mesmo espirito somente leitura que o
      *    PROG47 da para funcionarios, aqui para a relacao com o
      *    cliente.
      *    Na base de treinamento (PROG273) a tela abre com o aviso
      *    de dados ficticios.
      *    Com a janela batch noturna no ar (trava do PROG177) so
      *    as consultas e listagens atendem.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBCLIENTE.cob".
           COPY "SBCONTATO.cob".
           COPY "SBPARAMETRO.cob".
           COPY "SBJANELA.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDCLIENTE.cob".
           COPY "FDCONTATO.cob".
           COPY "FDPARAMETRO.cob".
           COPY "FDJANELA.cob".

       WORKING-STORAGE SECTION.
           COPY "WSJANELA.cob".
           COPY "WSPARAMETRO.cob".
       77  OPCAO-MENU PIC 9.
       77  REGISTRO-ENCONTRADO PIC X.
       77  FIM-VARREDURA PIC X.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "PROG104" TO JANELA-PROGRAMA.
           MOVE "N" TO JANELA-BLOQUEIO.

      *    na base de treinamento a tela abre com o aviso de dados
      *    ficticios.
           PERFORM CARREGA-PARAMETROS.

           DISPLAY "Informe seu usuario: ".
           ACCEPT OPERADOR-CONTATO.

           DISPLAY "0. Sair".
           ACCEPT OPCAO-MENU.

      *    com a janela batch no ar so as consultas atendem - a
      *    trava e conferida a cada opcao, porque a janela pode
      *    abrir com o cadastro na tela.
           IF OPCAO-MENU = 1
               PERFORM CONFERE-JANELA-BATCH.

           IF OPCAO-MENU = 1 AND JANELA-BLOQUEIO = "N"
               PERFORM REGISTRA-CONTATO.

           IF OPCAO-MENU = 2
           DISPLAY "  " TAB-NOTA (INDICE).

           SUBTRACT 1 FROM INDICE.

           COPY "PDPARAMETRO.cob".
           COPY "PDJANELA.cob".
