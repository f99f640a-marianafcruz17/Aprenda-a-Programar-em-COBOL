      *    - horario esperado de entrada e saida de cada turno, que
      *    o funcionario recebe pelo campo 14 do PROG37 e o PROG92
      *    usa para apontar atraso e saida antecipada.
      *    Na base de treinamento (PROG273) a tela abre com o aviso
      *    de dados ficticios.
      *    Com a janela batch noturna no ar (trava do PROG177) so
      *    as consultas e listagens atendem.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBTURNO.cob".
           COPY "SBPARAMETRO.cob".
           COPY "SBJANELA.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDTURNO.cob".
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
           MOVE "PROG156" TO JANELA-PROGRAMA.
           MOVE "N" TO JANELA-BLOQUEIO.

      *    na base de treinamento a tela abre com o aviso de dados
      *    ficticios.
           PERFORM CARREGA-PARAMETROS.

           OPEN I-O ARQUIVO-TURNOS.

           MOVE 9 TO OPCAO-MENU.
           DISPLAY "0. Sair".
           ACCEPT OPCAO-MENU.

      *    com a janela batch no ar so as consultas atendem - a
      *    trava e conferida a cada opcao, porque a janela pode
      *    abrir com o cadastro na tela.
           IF OPCAO-MENU = 1 OR OPCAO-MENU = 2
               PERFORM CONFERE-JANELA-BATCH.

           IF OPCAO-MENU = 1 AND JANELA-BLOQUEIO = "N"
               PERFORM INCLUI-TURNO.

           IF OPCAO-MENU = 2 AND JANELA-BLOQUEIO = "N"
               PERFORM ALTERA-TURNO.

           IF OPCAO-MENU = 3
                   " Nome: " TURNO-NOME
                   " Entrada: " TURNO-HORA-ENTRADA
                   " Saida: " TURNO-HORA-SAIDA.

           COPY "PDPARAMETRO.cob".
           COPY "PDJANELA.cob".
