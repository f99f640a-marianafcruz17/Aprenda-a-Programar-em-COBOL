      *    indice de impressoes (impressoes.dat) e reemite a saida
      *    escolhida copiando o arquivo carimbado para
      *    REIMPRESSAO.LST, para a trilha de papel sobreviver alem
      *    de uma janela de batch. Informado um destinatario, a
      *    lista mostra so as fatias repartidas para ele pelo
      *    PROG262, para reimprimir a parte de um gestor sem
      *    reemitir a pilha inteira.
      *    Na base de treinamento (PROG273) a tela abre com o aviso
      *    de dados ficticios.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RELATORIO-REIMPRESSAO
               ASSIGN TO "REIMPRESSAO.LST"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY "SBPARAMETRO.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDIMPRESSAO.cob".

       FD  RELATORIO-REIMPRESSAO.
       01  LINHA-REIMPRESSAO PIC X(132).
           COPY "FDPARAMETRO.cob".

       WORKING-STORAGE SECTION.
           COPY "WSPARAMETRO.cob".
       77  FINAL-ARQUIVO PIC X.
       77  NOME-ESCOLHIDO PIC X(30).
       77  LINHAS-COPIADAS PIC 9(6).
       77  DESTINATARIO-FILTRO PIC X(10).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
      *    na base de treinamento a tela abre com o aviso de dados
      *    ficticios.
           PERFORM CARREGA-PARAMETROS.

           DISPLAY "Destinatario das fatias (em branco para todas ".
           DISPLAY " as saidas): ".
           ACCEPT DESTINATARIO-FILTRO.

           PERFORM LISTA-ARQUIVO-MORTO.

           DISPLAY "Informe o nome do arquivo a reimprimir ".
               MOVE "S" TO FINAL-ARQUIVO.

       MOSTRA-IMPRESSAO.
           IF DESTINATARIO-FILTRO = SPACES
               PERFORM MOSTRA-LINHA-INDICE
           ELSE
               IF IMP-DESTINATARIO = DESTINATARIO-FILTRO
                   PERFORM MOSTRA-LINHA-INDICE.

           PERFORM LEIA-PROXIMA-IMPRESSAO.

       MOSTRA-LINHA-INDICE.
           DISPLAY IMP-PROGRAMA " " IMP-DATA " seq " IMP-SEQUENCIA
               " " IMP-ARQUIVO
               " pag " IMP-PAGINAS " lin " IMP-LINHAS.

           IF IMP-DESTINATARIO NOT = SPACES
               DISPLAY "    fatia de " IMP-DESTINATARIO
                   " repartida de " IMP-ORIGEM.

       REEMITE-RELATORIO.
           DISPLAY "ORIGEMREIMP" UPON ENVIRONMENT-NAME.
           WRITE LINHA-REIMPRESSAO.
           ADD 1 TO LINHAS-COPIADAS.
           PERFORM LEIA-PROXIMA-ORIGEM.

           COPY "PDPARAMETRO.cob".
