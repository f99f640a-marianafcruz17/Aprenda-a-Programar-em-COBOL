      *    tabela_impostos.dat - as aliquotas de INSS/IRRF que
      *    mudam todo janeiro entram por aqui, com data de
      *    vigencia, e a folha (PROG41/PROG54) passa a usa-las sem
      *    mudanca de programa. A tabela exclusiva da PLR (tipo P)
      *    entra pelo mesmo caminho e so o PROG197 a usa.
      *    Na base de treinamento (PROG273) a tela abre com o aviso
      *    de dados ficticios.
      *    Com a janela batch noturna no ar (trava do PROG177) so
      *    as consultas e listagens atendem.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBTABIMPOSTO.cob".
           COPY "SBPARAMETRO.cob".
           COPY "SBJANELA.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDTABIMPOSTO.cob".
           COPY "FDPARAMETRO.cob".
           COPY "FDJANELA.cob".

       WORKING-STORAGE SECTION.
           COPY "WSJANELA.cob".
           COPY "WSPARAMETRO.cob".
       77  OPCAO-MENU PIC 9.
       77  FIM-ARQUIVO PIC X.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "PROG90" TO JANELA-PROGRAMA.
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
               PERFORM INCLUI-FAIXA.

           IF OPCAO-MENU = 2

       INCLUI-FAIXA.
           MOVE SPACES TO TABELA-IMPOSTO-REGISTRO.
           DISPLAY "Tipo (I-INSS R-IRRF P-IRRF exclusivo da PLR): ".
           ACCEPT TABIMP-TIPO.

           IF TABIMP-TIPO NOT = "I" AND TABIMP-TIPO NOT = "R" AND
               TABIMP-TIPO NOT = "P"
               DISPLAY "Tipo invalido, nada gravado"
           ELSE
               PERFORM PEGA-DADOS-FAIXA.
               " Deduzir: " TABIMP-PARCELA-DEDUZIR.

           PERFORM LEIA-PROXIMA-FAIXA.

           COPY "PDPARAMETRO.cob".
           COPY "PDJANELA.cob".
