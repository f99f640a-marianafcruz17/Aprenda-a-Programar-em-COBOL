      *    lancamento atrasado nunca mais cair num mes que a
      *    financeira ja entregou. O PROG54 e o PROG79 recusam
      *    competencia inexistente, fechada ou ja rodada.
      *    Na base de treinamento (PROG273) a tela abre com o aviso
      *    de dados ficticios.
      *    Com a janela batch noturna no ar (trava do PROG177) so
      *    as consultas e listagens atendem.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBCOMPFOLHA.cob".
           COPY "SBPARAMETRO.cob".
           COPY "SBJANELA.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDCOMPFOLHA.cob".
           COPY "FDPARAMETRO.cob".
           COPY "FDJANELA.cob".

       WORKING-STORAGE SECTION.
           COPY "WSJANELA.cob".
           COPY "WSPARAMETRO.cob".
           COPY "WSCONFIRMA.cob".
       77  OPCAO-MENU PIC 9.
       77  REGISTRO-ENCONTRADO PIC X.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "PROG149" TO JANELA-PROGRAMA.
           MOVE "N" TO JANELA-BLOQUEIO.

      *    na base de treinamento a tela abre com o aviso de dados
      *    ficticios.
           PERFORM CARREGA-PARAMETROS.

           OPEN I-O ARQUIVO-COMPETENCIAS.

           MOVE 9 TO OPCAO-MENU.
           DISPLAY "0. Sair".
           ACCEPT OPCAO-MENU.

      *    com a janela batch no ar so as consultas atendem - a
      *    trava e conferida a cada opcao, porque a janela pode
      *    abrir com o cadastro na tela.
           IF OPCAO-MENU = 1 OR OPCAO-MENU = 2
               PERFORM CONFERE-JANELA-BATCH.

           IF OPCAO-MENU = 1 AND JANELA-BLOQUEIO = "N"
               PERFORM ABRE-COMPETENCIA.

           IF OPCAO-MENU = 2 AND JANELA-BLOQUEIO = "N"
               PERFORM FECHA-COMPETENCIA.

           IF OPCAO-MENU = 3
                   " 13o: " COMP-DECIMO-RODADO.

           COPY "PDCONFIRMA.cob".
           COPY "PDPARAMETRO.cob".
           COPY "PDJANELA.cob".
