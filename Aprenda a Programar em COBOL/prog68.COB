      *    operador bloqueado pelo acumulo de falhas e desbloqueado -
      *    o desbloqueio exige login e um operador nunca desbloqueia
      *    a si mesmo.
      *    Na base de treinamento (PROG273) o menu repete a cada
      *    volta o aviso de que os dados sao ficticios.
      *    Com a janela batch noturna no ar (trava do PROG177) so
      *    as consultas e listagens atendem.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBOPERADORES.cob".
           COPY "SBPARAMETRO.cob".
           COPY "SBJANELA.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDOPERADORES.cob".
           COPY "FDPARAMETRO.cob".
           COPY "FDJANELA.cob".

       WORKING-STORAGE SECTION.
           COPY "WSJANELA.cob".
           COPY "WSLOGIN.cob".
           COPY "WSPARAMETRO.cob".
       77  FINAL-ARQUIVO PIC X.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "PROG68" TO JANELA-PROGRAMA.
           MOVE "N" TO JANELA-BLOQUEIO.

           MOVE 9 TO OPCAO-MENU.
           PERFORM PROCESSA-OPCAO
               UNTIL OPCAO-MENU = 0.

       PROCESSA-OPCAO.
           DISPLAY " ".
           IF PARAM-TREINAMENTO = "S"
               PERFORM EXIBE-AVISO-TREINAMENTO.
           DISPLAY "--- OPERADORES DO SISTEMA ---".
           DISPLAY "1. Incluir operador".
           DISPLAY "2. Desbloquear operador".
           DISPLAY "0. Sair".
           ACCEPT OPCAO-MENU.

      *    com a janela batch no ar so as consultas atendem - a
      *    trava e conferida a cada opcao, porque a janela pode
      *    abrir com o cadastro na tela.
           IF OPCAO-MENU = 1 OR OPCAO-MENU = 2 OR
               OPCAO-MENU = 3
               PERFORM CONFERE-JANELA-BATCH.

           IF OPCAO-MENU = 1 AND JANELA-BLOQUEIO = "N"
               PERFORM PEGA-OPERADOR-NOVO.

           IF OPCAO-MENU = 2 AND JANELA-BLOQUEIO = "N"
               PERFORM DESBLOQUEIA-OPERADOR.

           IF OPCAO-MENU = 3 AND JANELA-BLOQUEIO = "N"
               PERFORM ALTERA-OPERADOR.

           IF OPCAO-MENU > 3
           MOVE NOVO-OPERADOR-PERFIL TO OPERADOR-PERFIL.
           WRITE OPERADOR-REGISTRO.
           CLOSE ARQUIVO-OPERADORES.
           COPY "PDJANELA.cob".
