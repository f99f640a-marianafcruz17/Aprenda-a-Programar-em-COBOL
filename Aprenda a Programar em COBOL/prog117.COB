      *    a alternativa de nome) a partir da copia, depois de uma
      *    confirmacao digitada por extenso, com contagens antes e
      *    depois.
      *    Na base de treinamento (PROG273) a tela abre com o aviso
      *    de dados ficticios.
      *    Com a janela batch noturna no ar (trava do PROG177) so
      *    as consultas e listagens atendem.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RELATORIO-VERIFICACAO
               ASSIGN TO "VERIFICABACKUP.LST"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY "SBPARAMETRO.cob".
           COPY "SBJANELA.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDFUNCIONARIO.cob".
       01  VIVO-ANTES-REGISTRO.
           05 VIVO-ANTES-CODIGO PIC 9(4).
           05 VIVO-ANTES-NOME PIC X(10).
           05 VIVO-ANTES-RESTO PIC X(212).

       FD  ARQUIVO-BACKUP.
       01  LINHA-BACKUP PIC X(226).

       FD  RELATORIO-VERIFICACAO.
       01  LINHA-RELATORIO PIC X(80).
           COPY "FDPARAMETRO.cob".
           COPY "FDJANELA.cob".

       WORKING-STORAGE SECTION.
           COPY "WSJANELA.cob".
           COPY "WSPARAMETRO.cob".
       77  FINAL-ARQUIVO PIC X.
       77  OPCAO-MENU PIC 9.
       77  REGISTRO-ENCONTRADO PIC X.
       01  REGISTRO-DO-BACKUP.
           05 BKP-CODIGO PIC 9(4).
           05 BKP-NOME PIC X(10).
           05 BKP-RESTO PIC X(212).

      *    mapa de presenca por codigo (1-9999): "S" quando o
      *    codigo existe na copia - e por ele que a passada do vivo

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "PROG117" TO JANELA-PROGRAMA.
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
           IF OPCAO-MENU = 2
               PERFORM CONFERE-JANELA-BATCH.

           IF OPCAO-MENU = 1
               PERFORM VERIFICA-BACKUP.

           IF OPCAO-MENU = 2 AND JANELA-BLOQUEIO = "N"
               PERFORM RESTAURA-BACKUP.

           IF OPCAO-MENU > 2
                   ADD 1 TO QTD-RESTAURADOS.

           PERFORM LEIA-PROXIMO-BACKUP.

           COPY "PDPARAMETRO.cob".
           COPY "PDJANELA.cob".
