       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG264.
      *    manutencao do plano de contas do lado de vendas em
      *    plano_contas.dat, no mesmo molde do PROG142 para a
      *    tabela de ICMS - para cada evento contabil (fatura, ICMS,
      *    recebimento, devolucao, movimento de estoque) a conta do
      *    plano do contador em que o extrato do PROG265 lanca o
      *    debito ou o credito. So os eventos de WSPLANOCONTAS.cob
      *    sao aceitos, e a listagem mostra os que ainda estao sem
      *    conta - com um so deles sem conta o extrato nao sai.
      *    Na base de treinamento (PROG273) a tela abre com o aviso
      *    de dados ficticios.
      *    Com a janela batch noturna no ar (trava do PROG177) so
      *    as consultas e listagens atendem.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBPLANOCONTAS.cob".
           COPY "SBPARAMETRO.cob".
           COPY "SBJANELA.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDPLANOCONTAS.cob".
           COPY "FDPARAMETRO.cob".
           COPY "FDJANELA.cob".

       WORKING-STORAGE SECTION.
           COPY "WSJANELA.cob".
           COPY "WSPARAMETRO.cob".
           COPY "WSPLANOCONTAS.cob".
       77  OPCAO-MENU PIC 9.
       77  EVENTO-INFORMADO PIC X(6).
       77  CONTA-INFORMADA PIC X(12).
       77  DESCRICAO-INFORMADA PIC X(25).
       77  INDICE-EVENTO PIC 9(2).
       77  EVENTO-ACHADO PIC 9(2).
       77  REGISTRO-ENCONTRADO PIC X.
       77  QTD-SEM-CONTA PIC 9(2).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "PROG264" TO JANELA-PROGRAMA.
           MOVE "N" TO JANELA-BLOQUEIO.

      *    na base de treinamento a tela abre com o aviso de dados
      *    ficticios.
           PERFORM CARREGA-PARAMETROS.

           OPEN I-O ARQUIVO-PLANO-CONTAS.

           MOVE 9 TO OPCAO-MENU.
           PERFORM PROCESSA-OPCAO
               UNTIL OPCAO-MENU = 0.

           CLOSE ARQUIVO-PLANO-CONTAS.
       PROGRAM-DONE.
      *    GOBACK devolve o controle ao menu quando chamado pelo
      *    PROG40, e encerra normalmente quando executado sozinho.
           GOBACK.

       PROCESSA-OPCAO.
           DISPLAY " ".
           DISPLAY "--- PLANO DE CONTAS DE VENDAS ---".
           DISPLAY "1. Gravar conta de um evento".
           DISPLAY "2. Listar eventos e contas".
           DISPLAY "0. Sair".
           ACCEPT OPCAO-MENU.

      *    com a janela batch no ar so as consultas atendem - a
      *    trava e conferida a cada opcao, porque a janela pode
      *    abrir com o cadastro na tela.
           IF OPCAO-MENU = 1
               PERFORM CONFERE-JANELA-BATCH.

           IF OPCAO-MENU = 1 AND JANELA-BLOQUEIO = "N"
               PERFORM GRAVA-CONTA.

           IF OPCAO-MENU = 2
               PERFORM LISTA-CONTAS.

           IF OPCAO-MENU > 2
               DISPLAY "Opcao invalida".

       GRAVA-CONTA.
           DISPLAY "Evento (ex. CLIENT, RECEIT - veja a opcao 2): ".
           ACCEPT EVENTO-INFORMADO.

           MOVE ZEROS TO EVENTO-ACHADO.
           PERFORM PROCURA-EVENTO
               VARYING INDICE-EVENTO FROM 1 BY 1
               UNTIL INDICE-EVENTO > QTD-EVENTOS-CONTABEIS.

           IF EVENTO-ACHADO = ZEROS
               DISPLAY "Evento desconhecido, nada gravado"
           ELSE
               PERFORM PEGA-CONTA.

       PROCURA-EVENTO.
           IF EVENTO-CODIGO (INDICE-EVENTO) = EVENTO-INFORMADO
               MOVE INDICE-EVENTO TO EVENTO-ACHADO.

       PEGA-CONTA.
           MOVE EVENTO-INFORMADO TO PLANO-EVENTO.
           PERFORM LOCALIZA-CONTA.

           IF REGISTRO-ENCONTRADO = "S"
               DISPLAY "Conta atual: " PLANO-CONTA " - "
                   PLANO-DESCRICAO
           ELSE
               MOVE EVENTO-DESCRICAO (EVENTO-ACHADO) TO
                   PLANO-DESCRICAO.

           DISPLAY "Conta contabil: ".
           ACCEPT CONTA-INFORMADA.
           DISPLAY "Descricao (em branco mantem "
               PLANO-DESCRICAO "): ".
           ACCEPT DESCRICAO-INFORMADA.

           IF CONTA-INFORMADA = SPACES
               DISPLAY "Conta obrigatoria, nada gravado"
           ELSE
               PERFORM GRAVA-PLANO.

       LOCALIZA-CONTA.
           MOVE "S" TO REGISTRO-ENCONTRADO.

           READ ARQUIVO-PLANO-CONTAS RECORD
               INVALID KEY
                   MOVE "N" TO REGISTRO-ENCONTRADO.

       GRAVA-PLANO.
           MOVE EVENTO-INFORMADO TO PLANO-EVENTO.
           MOVE CONTA-INFORMADA TO PLANO-CONTA.

           IF DESCRICAO-INFORMADA NOT = SPACES
               MOVE DESCRICAO-INFORMADA TO PLANO-DESCRICAO.

           IF REGISTRO-ENCONTRADO = "S"
               REWRITE PLANO-CONTAS-REGISTRO
                   INVALID KEY
                       DISPLAY "Erro ao regravar a conta"
                   NOT INVALID KEY
                       DISPLAY "Conta gravada"
           ELSE
               WRITE PLANO-CONTAS-REGISTRO
                   INVALID KEY
                       DISPLAY "Erro ao gravar a conta"
                   NOT INVALID KEY
                       DISPLAY "Conta gravada".

       LISTA-CONTAS.
           MOVE ZEROS TO QTD-SEM-CONTA.

           PERFORM MOSTRA-EVENTO
               VARYING INDICE-EVENTO FROM 1 BY 1
               UNTIL INDICE-EVENTO > QTD-EVENTOS-CONTABEIS.

           IF QTD-SEM-CONTA > ZEROS
               DISPLAY "ATENCAO: " QTD-SEM-CONTA
                   " eventos sem conta - o extrato do PROG265 nao "
                   "sai".

       MOSTRA-EVENTO.
           MOVE EVENTO-CODIGO (INDICE-EVENTO) TO PLANO-EVENTO.
           PERFORM LOCALIZA-CONTA.

           IF REGISTRO-ENCONTRADO = "S"
               DISPLAY PLANO-EVENTO " " PLANO-CONTA " "
                   PLANO-DESCRICAO
           ELSE
               ADD 1 TO QTD-SEM-CONTA
               DISPLAY EVENTO-CODIGO (INDICE-EVENTO)
                   " SEM CONTA    "
                   EVENTO-DESCRICAO (INDICE-EVENTO).

           COPY "PDPARAMETRO.cob".
           COPY "PDJANELA.cob".
