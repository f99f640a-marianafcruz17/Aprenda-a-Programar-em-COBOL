      *    controle de sequencias. A admissao do PROG36 marca a
      *    vaga como preenchida e o PROG166 mede quanto tempo cada
      *    uma ficou aberta.
      *    Na base de treinamento (PROG273) a tela abre com o aviso
      *    de dados ficticios.
      *    Com a janela batch noturna no ar (trava do PROG177) so
      *    as consultas e listagens atendem.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBDEPARTAMENTO.cob".
           COPY "SBCARGO.cob".
           COPY "SBSEQUENCIA.cob".
           COPY "SBPARAMETRO.cob".
           COPY "SBJANELA.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDVAGA.cob".
           COPY "FDDEPARTAMENTO.cob".
           COPY "FDCARGO.cob".
           COPY "FDSEQUENCIA.cob".
           COPY "FDPARAMETRO.cob".
           COPY "FDJANELA.cob".

       WORKING-STORAGE SECTION.
           COPY "WSJANELA.cob".
           COPY "WSPARAMETRO.cob".
           COPY "WSVALIDADEPTO.cob".
           COPY "WSVALIDACARGO.cob".
       77  OPCAO-MENU PIC 9.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "PROG165" TO JANELA-PROGRAMA.
           MOVE "N" TO JANELA-BLOQUEIO.

      *    na base de treinamento a tela abre com o aviso de dados
      *    ficticios.
           PERFORM CARREGA-PARAMETROS.

           PERFORM CARREGA-SEQUENCIAS.

           OPEN I-O ARQUIVO-VAGAS.
           DISPLAY "0. Sair".
           ACCEPT OPCAO-MENU.

      *    com a janela batch no ar so as consultas atendem - a
      *    trava e conferida a cada opcao, porque a janela pode
      *    abrir com o cadastro na tela.
           IF OPCAO-MENU = 1 OR OPCAO-MENU = 2 OR
               OPCAO-MENU = 3
               PERFORM CONFERE-JANELA-BATCH.

           IF OPCAO-MENU = 1 AND JANELA-BLOQUEIO = "N"
               PERFORM ABRE-REQUISICAO.

           IF OPCAO-MENU = 2 AND JANELA-BLOQUEIO = "N"
               PERFORM APROVA-REQUISICAO.

           IF OPCAO-MENU = 3 AND JANELA-BLOQUEIO = "N"
               PERFORM CANCELA-REQUISICAO.

           IF OPCAO-MENU = 4

           COPY "PDVALIDADEPTO.cob".
           COPY "PDVALIDACARGO.cob".
           COPY "PDPARAMETRO.cob".
           COPY "PDJANELA.cob".
