      *    como ativo, e a meta de cada mes e um registro proprio,
      *    para o ano inteiro poder ser carregado de uma vez e o
      *    PROG136 confrontar com o realizado.
      *    Na base de treinamento (PROG273) a tela abre com o aviso
      *    de dados ficticios.
      *    Com a janela batch noturna no ar (trava do PROG177) so
      *    as consultas e listagens atendem.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBFUNCIONARIO.cob".
           COPY "SBMETA.cob".
           COPY "SBPARAMETRO.cob".
           COPY "SBJANELA.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDFUNCIONARIO.cob".
           COPY "FDMETA.cob".
           COPY "FDPARAMETRO.cob".
           COPY "FDJANELA.cob".

       WORKING-STORAGE SECTION.
           COPY "WSJANELA.cob".
           COPY "WSPARAMETRO.cob".
       77  OPCAO-MENU PIC 9.
       77  REGISTRO-ENCONTRADO PIC X.
       77  VENDEDOR-INFORMADO PIC 9(4).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "PROG135" TO JANELA-PROGRAMA.
           MOVE "N" TO JANELA-BLOQUEIO.

      *    na base de treinamento a tela abre com o aviso de dados
      *    ficticios.
           PERFORM CARREGA-PARAMETROS.

           OPEN INPUT ARQUIVO-FUNCIONARIO.
           OPEN I-O ARQUIVO-METAS.

           DISPLAY "0. Sair".
           ACCEPT OPCAO-MENU.

      *    com a janela batch no ar so as consultas atendem - a
      *    trava e conferida a cada opcao, porque a janela pode
      *    abrir com o cadastro na tela.
           IF OPCAO-MENU = 1 OR OPCAO-MENU = 2
               PERFORM CONFERE-JANELA-BATCH.

           IF OPCAO-MENU = 1 AND JANELA-BLOQUEIO = "N"
               PERFORM INCLUI-META.

           IF OPCAO-MENU = 2 AND JANELA-BLOQUEIO = "N"
               PERFORM ALTERA-META.

           IF OPCAO-MENU = 3
                   ADD 1 TO QTD-LISTADAS
                   DISPLAY "Mes: " META-ANO-MES
                       " Meta: " META-VALOR.

           COPY "PDPARAMETRO.cob".
           COPY "PDJANELA.cob".
