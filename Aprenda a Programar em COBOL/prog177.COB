      *    operador com sono rodando a atualizacao antes do backup.
      *    A propria rodada do orquestrador tambem entra em
      *    execucoes.dat, e o resumo matinal do PROG118 compara a
      *    noite contra o mesmo plano. Enquanto a janela roda, a
      *    trava de janela_batch.dat fica aberta (com o passo da
      *    vez) e os programas de atualizacao online recusam o
      *    servico; a opcao 4 e a liberacao de emergencia da
      *    trava, so para o perfil de administrador, e fica na
      *    auditoria.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBAGENDA.cob".
           COPY "SBEXECUCAO.cob".
           COPY "SBJANELA.cob".
           COPY "SBAUDITORIA.cob".
           COPY "SBOPERADORES.cob".
           COPY "SBPARAMETRO.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDAGENDA.cob".
           COPY "FDEXECUCAO.cob".
           COPY "FDJANELA.cob".
           COPY "FDAUDITORIA.cob".
           COPY "FDOPERADORES.cob".
           COPY "FDPARAMETRO.cob".

       WORKING-STORAGE SECTION.
           COPY "WSJANELA.cob".
           COPY "WSLOGIN.cob".
           COPY "WSPARAMETRO.cob".
      *    inicio da rodada, guardado para o registro do log
      *    central de execucoes.
       77  EXECUCAO-DATA-INICIO PIC 9(8).
      *    posicao de insercao na carga ordenada do plano.
       77  POSICAO-INSERCAO PIC 9(2).
       77  INDICE-DESLOCA PIC 9(2).
       77  CONFIRMA-LIBERACAO PIC X.

      *    o plano carregado em tabela: programa, dependencia e a
      *    situacao apurada de cada passo ("O" ok, "R" terminou com
           DISPLAY "1. Rodar a janela pelo plano".
           DISPLAY "2. Incluir passo no plano".
           DISPLAY "3. Listar o plano".
           DISPLAY "4. Liberar a trava da janela (emergencia)".
           DISPLAY "0. Sair".
           ACCEPT OPCAO-MENU.

           IF OPCAO-MENU = 3
               PERFORM LISTA-PLANO.

           IF OPCAO-MENU = 4
               PERFORM LIBERA-JANELA.

           IF OPCAO-MENU > 4
               DISPLAY "Opcao invalida".

       INCLUI-PASSO.

           PERFORM CARREGA-PLANO.

      *    trava ainda aberta e outra janela no ar ou rodada que
      *    caiu - nao roda por cima; a liberacao e a opcao 4.
           PERFORM LE-JANELA-BATCH.

           IF JANELA-ABERTA
               DISPLAY "Janela ja aberta desde " JANELA-DATA-ABERTURA
                   " " JANELA-HORA-ABERTURA " no passo " JANELA-PASSO
               DISPLAY "Nada rodado - se a rodada caiu, libere a "
                   "trava pela opcao 4"
           ELSE
               IF QTD-PASSOS = ZEROS
                   DISPLAY "Plano vazio, nada rodado"
               ELSE
                   PERFORM EXECUTA-O-PLANO.

       EXECUTA-O-PLANO.
           MOVE "N" TO CADEIA-PAROU.
           MOVE ZEROS TO QTD-RODADOS.
           MOVE ZEROS TO QTD-PULADOS.

      *    a trava abre antes do primeiro passo e fecha depois do
      *    ultimo - cadeia parada tambem fecha, so uma rodada que
      *    caiu no meio deixa a trava aberta para o PROG118 ver.
           PERFORM ABRE-JANELA-BATCH.

           MOVE ZEROS TO INDICE.
           PERFORM EXECUTA-UM-PASSO QTD-PASSOS TIMES.

           PERFORM FECHA-JANELA-BATCH.

           DISPLAY "Janela concluida".
           DISPLAY "Passos rodados: " QTD-RODADOS.
           DISPLAY "Passos pulados: " QTD-PULADOS.
           MOVE PASSO-PROGRAMA (INDICE) TO PROGRAMA-A-CHAMAR.
           DISPLAY "Rodando " PROGRAMA-A-CHAMAR.

           MOVE PROGRAMA-A-CHAMAR TO JANELA-PROGRAMA.
           PERFORM MARCA-PASSO-DA-JANELA.

           CALL PROGRAMA-A-CHAMAR
               ON EXCEPTION
                   DISPLAY "Programa " PROGRAMA-A-CHAMAR

           WRITE EXECUCAO-REGISTRO.
           CLOSE ARQUIVO-EXECUCOES.

       LIBERA-JANELA.
      *    liberacao na mao da trava - emergencia com a janela no
      *    ar ou trava esquecida por uma rodada abortada. So o
      *    administrador, e quem liberou fica na trava e na
      *    auditoria.
           PERFORM EFETUA-LOGIN.

           IF LOGIN-NIVEL-ACESSO < 4
               DISPLAY "Funcao acima do seu perfil de acesso"
           ELSE
               PERFORM CONFIRMA-LIBERA-JANELA.

       CONFIRMA-LIBERA-JANELA.
           PERFORM LE-JANELA-BATCH.

           IF NOT JANELA-ABERTA
               DISPLAY "A janela batch nao esta travada"
           ELSE
               DISPLAY "Janela aberta desde " JANELA-DATA-ABERTURA
                   " " JANELA-HORA-ABERTURA " no passo " JANELA-PASSO
               DISPLAY "Liberar a atualizacao online (S/N)? "
               ACCEPT CONFIRMA-LIBERACAO
               IF CONFIRMA-LIBERACAO = "S" OR "s"
                   PERFORM GRAVA-LIBERACAO-JANELA
                   DISPLAY "Trava da janela liberada".

       GRAVA-LIBERACAO-JANELA.
           PERFORM GRAVA-AUDITORIA-LIBERACAO.

           MOVE "F" TO JANELA-SITUACAO.
           ACCEPT JANELA-DATA-FECHAMENTO FROM DATE YYYYMMDD.
           ACCEPT JANELA-HORA-FECHAMENTO FROM TIME.
           MOVE LOGIN-USUARIO TO JANELA-LIBERADA-POR.
           PERFORM GRAVA-JANELA-BATCH.

       GRAVA-AUDITORIA-LIBERACAO.
      *    antes leva a abertura e o passo da vez.
           OPEN EXTEND ARQUIVO-AUDITORIA.
           ACCEPT AUD-DATA FROM DATE YYYYMMDD.
           ACCEPT AUD-HORA FROM TIME.
           MOVE "A" TO AUD-OPERACAO.
           MOVE LOGIN-USUARIO TO AUD-OPERADOR.
           MOVE ZEROS TO AUD-CODIGO.
           MOVE "JAN" TO AUD-ARQUIVO.
           MOVE ZEROS TO AUD-CHAVE.
           MOVE "TRAVA JANELA" TO AUD-CAMPO.

           MOVE SPACES TO AUD-VALOR-ANTES.
           STRING "ABERTA " DELIMITED BY SIZE
                  JANELA-DATA-ABERTURA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  JANELA-PASSO DELIMITED BY SPACE
               INTO AUD-VALOR-ANTES.
           MOVE "LIBERADA" TO AUD-VALOR-DEPOIS.

           WRITE AUDITORIA-REGISTRO.
           CLOSE ARQUIVO-AUDITORIA.

           COPY "PDJANELA.cob".
           COPY "PDLOGIN.cob".
           COPY "PDPARAMETRO.cob".
