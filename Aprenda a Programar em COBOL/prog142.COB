      *    para a tabela progressiva - o faturamento do PROG121
      *    passa a calcular o imposto da tabela sem mudanca de
      *    programa quando a aliquota muda.
      *    Na base de treinamento (PROG273) a tela abre com o aviso
      *    de dados ficticios.
      *    Com a janela batch noturna no ar (trava do PROG177) so
      *    as consultas e listagens atendem.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBICMS.cob".
           COPY "SBPARAMETRO.cob".
           COPY "SBJANELA.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDICMS.cob".
           COPY "FDPARAMETRO.cob".
           COPY "FDJANELA.cob".

       WORKING-STORAGE SECTION.
           COPY "WSJANELA.cob".
           COPY "WSPARAMETRO.cob".
       77  OPCAO-MENU PIC 9.
       77  FIM-ARQUIVO PIC X.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "PROG142" TO JANELA-PROGRAMA.
           MOVE "N" TO JANELA-BLOQUEIO.

      *    na base de treinamento a tela abre com o aviso de dados
      *    ficticios.
           PERFORM CARREGA-PARAMETROS.

           MOVE 9 TO OPCAO-MENU.
           PERFORM PROCESSA-OPCAO
               UNTIL OPCAO-MENU = 0.
           DISPLAY "0. Sair".
           ACCEPT OPCAO-MENU.

      *    com a janela batch no ar so as consultas atendem - a
      *    trava e conferida a cada opcao, porque a janela pode
      *    abrir com o cadastro na tela.
           IF OPCAO-MENU = 1
               PERFORM CONFERE-JANELA-BATCH.

           IF OPCAO-MENU = 1 AND JANELA-BLOQUEIO = "N"
               PERFORM INCLUI-ALIQUOTA.

           IF OPCAO-MENU = 2
               " Aliquota: " ICMS-ALIQUOTA.

           PERFORM LEIA-PROXIMA-ALIQUOTA.

           COPY "PDPARAMETRO.cob".
           COPY "PDJANELA.cob".
