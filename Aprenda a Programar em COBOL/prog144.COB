      *    o vendedor e validado em funcionarios.dat como ativo, e
      *    o PROG145 usa o percentual para apurar a comissao que a
      *    folha paga.
      *    Na base de treinamento (PROG273) a tela abre com o aviso
      *    de dados ficticios.
      *    Com a janela batch noturna no ar (trava do PROG177) so
      *    as consultas e listagens atendem.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBFUNCIONARIO.cob".
           COPY "SBTAXACOM.cob".
           COPY "SBPARAMETRO.cob".
           COPY "SBJANELA.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDFUNCIONARIO.cob".
           COPY "FDTAXACOM.cob".
           COPY "FDPARAMETRO.cob".
           COPY "FDJANELA.cob".

       WORKING-STORAGE SECTION.
           COPY "WSJANELA.cob".
           COPY "WSPARAMETRO.cob".
       77  OPCAO-MENU PIC 9.
       77  FIM-ARQUIVO PIC X.
       77  REGISTRO-ENCONTRADO PIC X.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "PROG144" TO JANELA-PROGRAMA.
           MOVE "N" TO JANELA-BLOQUEIO.

      *    na base de treinamento a tela abre com o aviso de dados
      *    ficticios.
           PERFORM CARREGA-PARAMETROS.

           OPEN INPUT ARQUIVO-FUNCIONARIO.

           MOVE 9 TO OPCAO-MENU.
           DISPLAY "0. Sair".
           ACCEPT OPCAO-MENU.

      *    com a janela batch no ar so as consultas atendem - a
      *    trava e conferida a cada opcao, porque a janela pode
      *    abrir com o cadastro na tela.
           IF OPCAO-MENU = 1
               PERFORM CONFERE-JANELA-BATCH.

           IF OPCAO-MENU = 1 AND JANELA-BLOQUEIO = "N"
               PERFORM INCLUI-TAXA.

           IF OPCAO-MENU = 2
               " Percentual: " TAXACOM-PERCENTUAL.

           PERFORM LEIA-PROXIMA-TAXA.

           COPY "PDPARAMETRO.cob".
           COPY "PDJANELA.cob".
