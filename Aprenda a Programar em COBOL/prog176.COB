      *    mudanca sai na trilha de auditoria com o valor antes e
      *    depois. A ultima ocorrencia de cada chave no arquivo e
      *    a que vale para a rotina partilhada PDPARAMETRO.
      *    Na base de treinamento (PROG273) o menu repete a cada
      *    volta o aviso de que os dados sao ficticios.
      *    Com a janela batch noturna no ar (trava do PROG177) so
      *    as consultas e listagens atendem.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBPARAMETRO.cob".
           COPY "SBAUDITORIA.cob".
           COPY "SBOPERADORES.cob".
           COPY "SBJANELA.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDPARAMETRO.cob".
           COPY "FDAUDITORIA.cob".
           COPY "FDOPERADORES.cob".
           COPY "FDJANELA.cob".

       WORKING-STORAGE SECTION.
           COPY "WSJANELA.cob".
           COPY "WSLOGIN.cob".
           COPY "WSPARAMETRO.cob".
       77  OPCAO-MENU PIC 9.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "PROG176" TO JANELA-PROGRAMA.
           MOVE "N" TO JANELA-BLOQUEIO.

           PERFORM EFETUA-LOGIN.

      *    parametro central so com o perfil de administrador -

       PROCESSA-OPCAO.
           DISPLAY " ".
           IF PARAM-TREINAMENTO = "S"
               PERFORM EXIBE-AVISO-TREINAMENTO.
           DISPLAY "--- PARAMETROS CENTRAIS DA SUITE ---".
           DISPLAY "1. Gravar parametro (novo ou por cima)".
           DISPLAY "2. Listar parametros".
           DISPLAY "0. Sair".
           ACCEPT OPCAO-MENU.

      *    com a janela batch no ar so as consultas atendem - a
      *    trava e conferida a cada opcao, porque a janela pode
      *    abrir com o cadastro na tela.
           IF OPCAO-MENU = 1
               PERFORM CONFERE-JANELA-BATCH.

           IF OPCAO-MENU = 1 AND JANELA-BLOQUEIO = "N"
               PERFORM GRAVA-PARAMETRO.

           IF OPCAO-MENU = 2
           MOVE "A" TO AUD-OPERACAO.
           MOVE LOGIN-USUARIO TO AUD-OPERADOR.
           MOVE ZEROS TO AUD-CODIGO.
           MOVE "PAR" TO AUD-ARQUIVO.
           MOVE ZEROS TO AUD-CHAVE.
           MOVE "PARAMETRO" TO AUD-CAMPO.
           MOVE VALOR-ANTERIOR TO VALOR-EXIBIDO.
           MOVE VALOR-EXIBIDO TO AUD-VALOR-ANTES.
           COPY "PDLOGIN.cob".

           COPY "PDPARAMETRO.cob".
           COPY "PDJANELA.cob".
