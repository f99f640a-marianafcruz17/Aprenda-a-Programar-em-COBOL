      *    que nao rodou ou que terminou com rejeitados. Com o
      *    plano ainda vazio vale a lista fixa de contingencia
      *    (PROG62, PROG61, PROG44, PROG42, PROG66, PROG65).
      *    Trava da janela (janela_batch.dat) que amanheceu aberta
      *    e de uma rodada que caiu no meio - sai no resumo como
      *    problema, com o passo em que parou, porque segura a
      *    atualizacao online ate alguem liberar no PROG177. A
      *    liberacao na mao da noite tambem sai, com quem liberou.
      *    Na base de treinamento (PROG273) a tela abre com o aviso
      *    de dados ficticios.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBEXECUCAO.cob".
           COPY "SBAGENDA.cob".
           COPY "SBJANELA.cob".
           SELECT RELATORIO-RESUMO
               ASSIGN TO "RESUMOBATCH.LST"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY "SBPARAMETRO.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDEXECUCAO.cob".
           COPY "FDAGENDA.cob".
           COPY "FDJANELA.cob".

       FD  RELATORIO-RESUMO.
       01  LINHA-RELATORIO PIC X(90).
           COPY "FDPARAMETRO.cob".

       WORKING-STORAGE SECTION.
           COPY "WSPARAMETRO.cob".
           COPY "WSJANELA.cob".
       77  FINAL-ARQUIVO PIC X.
       77  DATA-DA-JANELA PIC 9(8).
       77  INDICE PIC 9(2).
           05 FILLER PIC X(12) VALUE "  Rejeitados".
           05 DET-REJEITADOS PIC ZZZZZ9.

       01  LINHA-TRAVA.
           05 FILLER PIC X(35) VALUE
               "*** TRAVA DA JANELA AINDA ABERTA - ".
           05 FILLER PIC X(6) VALUE "desde ".
           05 TRV-DATA PIC 9999/99/99.
           05 FILLER PIC X(10) VALUE " no passo ".
           05 TRV-PASSO PIC X(8).

       01  LINHA-LIBERACAO.
           05 FILLER PIC X(29) VALUE
               "Trava da janela liberada por ".
           05 LIB-OPERADOR PIC X(10).
           05 FILLER PIC X(4) VALUE " em ".
           05 LIB-DATA PIC 9999/99/99.

       01  LINHA-RODAPE.
           05 FILLER PIC X(30) VALUE
               "Jobs com problema na janela: ".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
      *    na base de treinamento a tela abre com o aviso de dados
      *    ficticios.
           PERFORM CARREGA-PARAMETROS.

           DISPLAY "Resumir a janela de qual data (AAAAMMDD)? ".
           ACCEPT DATA-DA-JANELA.

           PERFORM ESCREVE-SITUACAO-DO-JOB
               QTD-ESPERADOS TIMES.

           PERFORM CONFERE-TRAVA-DA-JANELA.

           MOVE QTD-PROBLEMAS TO ROD-PROBLEMAS.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-JOB TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       CONFERE-TRAVA-DA-JANELA.
      *    a trava e lida como esta agora, nao pela data pedida - o
      *    que importa de manha e se a atualizacao online esta
      *    presa.
           PERFORM LE-JANELA-BATCH.

           IF JANELA-ABERTA
               PERFORM ESCREVE-TRAVA-ABERTA
           ELSE
               IF JANELA-LIBERADA-POR NOT = SPACES AND
                   JANELA-DATA-ABERTURA = DATA-DA-JANELA
                   PERFORM ESCREVE-LIBERACAO-DA-TRAVA.

       ESCREVE-TRAVA-ABERTA.
           MOVE JANELA-DATA-ABERTURA TO TRV-DATA.
           MOVE JANELA-PASSO TO TRV-PASSO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE LINHA-TRAVA TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "    rodada abortada - liberar pelo PROG177, opcao 4"
               TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD 1 TO QTD-PROBLEMAS.
           DISPLAY "Trava da janela batch ainda aberta".

       ESCREVE-LIBERACAO-DA-TRAVA.
           MOVE JANELA-LIBERADA-POR TO LIB-OPERADOR.
           MOVE JANELA-DATA-FECHAMENTO TO LIB-DATA.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE LINHA-LIBERACAO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           COPY "PDJANELA.cob".
           COPY "PDPARAMETRO.cob".
