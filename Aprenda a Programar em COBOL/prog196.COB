       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG196.
      *    acompanhamento dos eventos de RH enviados ao governo pelo
      *    PROG195: carrega o arquivo de retorno RETORNO_EVENTOS.TXT
      *    (recibo de cada evento aceito, codigo e mensagem de erro
      *    de cada rejeitado) no controle eventos_governo.dat, lista
      *    os rejeitados pendentes em relatorio carimbado
      *    (REJEITADOS_AAAAMMDD_NNN.LST), libera o rejeitado ja
      *    corrigido para sair de novo na proxima rodada do PROG195
      *    e consulta um evento pelo numero.
      *    Na base de treinamento (PROG273) a tela abre com o aviso
      *    de dados ficticios.
      *    Com a janela batch noturna no ar (trava do PROG177) so
      *    as consultas e listagens atendem.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBEVENTO.cob".
           COPY "SBIMPRESSAO.cob".
      *    OPTIONAL porque nem todo dia chega retorno do governo.
           SELECT OPTIONAL ARQUIVO-RETORNO-EVENTOS
               ASSIGN TO "RETORNO_EVENTOS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELATORIO-REJEITADOS
               ASSIGN TO SAIDAREJEIT
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY "SBPARAMETRO.cob".
           COPY "SBJANELA.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDEVENTO.cob".
           COPY "FDIMPRESSAO.cob".

      *    leiaute do retorno: uma linha por evento processado,
      *    apontado pelo numero do controle.
       FD  ARQUIVO-RETORNO-EVENTOS.
       01  LINHA-RETORNO.
           05 RET-NUMERO PIC 9(8).
      *    A aceito, R rejeitado.
           05 RET-SITUACAO PIC X.
           05 RET-RECIBO PIC X(20).
           05 RET-ERRO-CODIGO PIC X(6).
           05 RET-ERRO-MENSAGEM PIC X(40).

       FD  RELATORIO-REJEITADOS.
       01  LINHA-RELATORIO PIC X(100).
           COPY "FDPARAMETRO.cob".
           COPY "FDJANELA.cob".

       WORKING-STORAGE SECTION.
           COPY "WSJANELA.cob".
           COPY "WSPARAMETRO.cob".
           COPY "WSIMPRESSAO.cob".
       77  OPCAO-MENU PIC 9.
       77  FIM-ARQUIVO PIC X.
       77  EVENTO-ENCONTRADO PIC X.
       77  DATA-DE-HOJE PIC 9(8).
       77  NUMERO-INFORMADO PIC 9(8).
       77  CPF-INFORMADO PIC 9(11).
       77  INFO-INFORMADA PIC X(30).
       77  QTD-ACEITOS PIC 9(6).
       77  QTD-REJEITADOS PIC 9(6).
       77  QTD-DESCONHECIDOS PIC 9(6).
       77  QTD-LISTADOS PIC 9(6).

       01  CABECALHO-TITULO.
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(36) VALUE
               "EVENTOS REJEITADOS PELO GOVERNO".
           05 FILLER PIC X(6) VALUE "Data: ".
           05 CAB-DATA PIC 9999/99/99.

       01  CABECALHO-COLUNAS.
           05 FILLER PIC X(10) VALUE "Numero".
           05 FILLER PIC X(6) VALUE "Tipo".
           05 FILLER PIC X(8) VALUE "Codigo".
           05 FILLER PIC X(12) VALUE "Data fato".
           05 FILLER PIC X(12) VALUE "Retorno".
           05 FILLER PIC X(8) VALUE "Erro".
           05 FILLER PIC X(8) VALUE "Mensagem".

       01  LINHA-DETALHE.
           05 DET-NUMERO PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-TIPO PIC X(3).
           05 FILLER PIC X(3) VALUE SPACES.
           05 DET-CODIGO PIC ZZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 DET-DATA-FATO PIC 9999/99/99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-DATA-RETORNO PIC 9999/99/99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-ERRO-CODIGO PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-ERRO-MENSAGEM PIC X(40).

       01  LINHA-RODAPE.
           05 FILLER PIC X(25) VALUE "Rejeitados pendentes...: ".
           05 ROD-QUANTIDADE PIC ZZZZZ9.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "PROG196" TO JANELA-PROGRAMA.
           MOVE "N" TO JANELA-BLOQUEIO.

      *    na base de treinamento a tela abre com o aviso de dados
      *    ficticios.
           PERFORM CARREGA-PARAMETROS.

           ACCEPT DATA-DE-HOJE FROM DATE YYYYMMDD.

           OPEN I-O ARQUIVO-EVENTOS.

           MOVE 9 TO OPCAO-MENU.
           PERFORM PROCESSA-OPCAO
               UNTIL OPCAO-MENU = 0.

           CLOSE ARQUIVO-EVENTOS.
       PROGRAM-DONE.
      *    GOBACK devolve o controle ao menu quando chamado pelo
      *    PROG40, e encerra normalmente quando executado sozinho.
           GOBACK.

       PROCESSA-OPCAO.
           DISPLAY " ".
           DISPLAY "--- EVENTOS DO GOVERNO ---".
           DISPLAY "1. Carregar arquivo de retorno".
           DISPLAY "2. Listar eventos rejeitados".
           DISPLAY "3. Liberar rejeitado corrigido para reenvio".
           DISPLAY "4. Consultar evento".
           DISPLAY "0. Sair".
           ACCEPT OPCAO-MENU.

      *    com a janela batch no ar so as consultas atendem - a
      *    trava e conferida a cada opcao, porque a janela pode
      *    abrir com o cadastro na tela.
           IF OPCAO-MENU = 1 OR OPCAO-MENU = 3
               PERFORM CONFERE-JANELA-BATCH.

           IF OPCAO-MENU = 1 AND JANELA-BLOQUEIO = "N"
               PERFORM CARREGA-RETORNO.

           IF OPCAO-MENU = 2
               PERFORM LISTA-REJEITADOS.

           IF OPCAO-MENU = 3 AND JANELA-BLOQUEIO = "N"
               PERFORM LIBERA-REENVIO.

           IF OPCAO-MENU = 4
               PERFORM CONSULTA-EVENTO.

           IF OPCAO-MENU > 4
               DISPLAY "Opcao invalida".

       PEGA-EVENTO.
           DISPLAY "Informe o numero do evento: ".
           ACCEPT NUMERO-INFORMADO.
           MOVE NUMERO-INFORMADO TO EVT-NUMERO.

           MOVE "S" TO EVENTO-ENCONTRADO.
           READ ARQUIVO-EVENTOS RECORD
               INVALID KEY
                   MOVE "N" TO EVENTO-ENCONTRADO.

       MOSTRA-EVENTO.
           DISPLAY "Evento: " EVT-NUMERO " Tipo: " EVT-TIPO
               " Funcionario: " EVT-FUNCIONARIO-CODIGO
               " CPF: " EVT-CPF.
           DISPLAY "   Data do fato: " EVT-DATA-FATO
               " Antes: " EVT-INFO-ANTES.
           DISPLAY "   Depois: " EVT-INFO-DEPOIS.
           DISPLAY "   Situacao: " EVT-SITUACAO
               " Envios: " EVT-QTD-ENVIOS
               " Ultimo envio: " EVT-DATA-ENVIO
               " Retorno: " EVT-DATA-RETORNO.

           IF EVT-ACEITO
               DISPLAY "   Recibo: " EVT-RECIBO.

           IF EVT-REJEITADO
               DISPLAY "   Erro: " EVT-ERRO-CODIGO " "
                   EVT-ERRO-MENSAGEM.

       CARREGA-RETORNO.
      *    cada linha do retorno fecha um evento enviado: o aceito
      *    guarda o recibo, o rejeitado guarda o erro e fica
      *    pendente de correcao ate ser liberado de novo.
           MOVE ZEROS TO QTD-ACEITOS.
           MOVE ZEROS TO QTD-REJEITADOS.
           MOVE ZEROS TO QTD-DESCONHECIDOS.

           OPEN INPUT ARQUIVO-RETORNO-EVENTOS.
           MOVE "N" TO FIM-ARQUIVO.
           PERFORM LEIA-PROXIMO-RETORNO.

           PERFORM PROCESSA-RETORNO
               UNTIL FIM-ARQUIVO = "S".

           CLOSE ARQUIVO-RETORNO-EVENTOS.

           DISPLAY "Eventos aceitos........: " QTD-ACEITOS.
           DISPLAY "Eventos rejeitados.....: " QTD-REJEITADOS.
           DISPLAY "Retornos sem evento....: " QTD-DESCONHECIDOS.

       LEIA-PROXIMO-RETORNO.
           READ ARQUIVO-RETORNO-EVENTOS RECORD AT END
               MOVE "S" TO FIM-ARQUIVO.

       PROCESSA-RETORNO.
           MOVE RET-NUMERO TO EVT-NUMERO.
           MOVE "S" TO EVENTO-ENCONTRADO.
           READ ARQUIVO-EVENTOS RECORD
               INVALID KEY
                   MOVE "N" TO EVENTO-ENCONTRADO.

           IF EVENTO-ENCONTRADO = "N"
               ADD 1 TO QTD-DESCONHECIDOS
               DISPLAY "Retorno de evento inexistente: " RET-NUMERO
           ELSE
               PERFORM APLICA-RETORNO.

           PERFORM LEIA-PROXIMO-RETORNO.

       APLICA-RETORNO.
      *    so o evento que esta aguardando resposta recebe o
      *    retorno - resposta repetida de um evento ja fechado, ou
      *    de um envio anterior de evento ja liberado de novo, e
      *    ignorada.
           IF NOT EVT-ENVIADO
               DISPLAY "Evento " EVT-NUMERO
                   " nao aguarda retorno, situacao " EVT-SITUACAO
           ELSE
               IF RET-SITUACAO = "A"
                   PERFORM MARCA-ACEITO
               ELSE
                   IF RET-SITUACAO = "R"
                       PERFORM MARCA-REJEITADO
                   ELSE
                       ADD 1 TO QTD-DESCONHECIDOS
                       DISPLAY "Situacao invalida no retorno do "
                           "evento " RET-NUMERO.

       MARCA-ACEITO.
           MOVE "A" TO EVT-SITUACAO.
           MOVE RET-RECIBO TO EVT-RECIBO.
           MOVE SPACES TO EVT-ERRO-CODIGO.
           MOVE SPACES TO EVT-ERRO-MENSAGEM.
           MOVE DATA-DE-HOJE TO EVT-DATA-RETORNO.
           ADD 1 TO QTD-ACEITOS.
           PERFORM REGRAVA-EVENTO.

       MARCA-REJEITADO.
           MOVE "R" TO EVT-SITUACAO.
           MOVE SPACES TO EVT-RECIBO.
           MOVE RET-ERRO-CODIGO TO EVT-ERRO-CODIGO.
           MOVE RET-ERRO-MENSAGEM TO EVT-ERRO-MENSAGEM.
           MOVE DATA-DE-HOJE TO EVT-DATA-RETORNO.
           ADD 1 TO QTD-REJEITADOS.
           PERFORM REGRAVA-EVENTO.

       REGRAVA-EVENTO.
           REWRITE EVENTO-REGISTRO
               INVALID KEY
                   DISPLAY "Erro ao regravar o evento " EVT-NUMERO.

       LISTA-REJEITADOS.
           MOVE "PROG196" TO IMPRESSAO-PROGRAMA.
           MOVE "REJEITADOS" TO IMPRESSAO-PREFIXO.
           MOVE "SAIDAREJEIT" TO IMPRESSAO-VARIAVEL.
           PERFORM MONTA-NOME-RELATORIO.

           OPEN OUTPUT RELATORIO-REJEITADOS.
           MOVE ZEROS TO QTD-LISTADOS.
           PERFORM ESCREVE-CABECALHO.

           MOVE "N" TO FIM-ARQUIVO.
           MOVE ZEROS TO EVT-NUMERO.
           START ARQUIVO-EVENTOS
               KEY IS NOT LESS THAN EVT-NUMERO
               INVALID KEY
                   MOVE "S" TO FIM-ARQUIVO.

           PERFORM EXAMINA-EVENTO
               UNTIL FIM-ARQUIVO = "S".

           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.
           MOVE QTD-LISTADOS TO ROD-QUANTIDADE.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-RODAPE TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           CLOSE RELATORIO-REJEITADOS.
           PERFORM GRAVA-INDICE-IMPRESSAO.

           DISPLAY "Rejeitados pendentes: " QTD-LISTADOS.
           DISPLAY "Lista gravada em " IMPRESSAO-NOME.

       EXAMINA-EVENTO.
           READ ARQUIVO-EVENTOS NEXT RECORD
               AT END
                   MOVE "S" TO FIM-ARQUIVO.

           IF FIM-ARQUIVO = "N"
               IF EVT-REJEITADO
                   PERFORM IMPRIME-REJEITADO.

       IMPRIME-REJEITADO.
           MOVE EVT-NUMERO TO DET-NUMERO.
           MOVE EVT-TIPO TO DET-TIPO.
           MOVE EVT-FUNCIONARIO-CODIGO TO DET-CODIGO.
           MOVE EVT-DATA-FATO TO DET-DATA-FATO.
           MOVE EVT-DATA-RETORNO TO DET-DATA-RETORNO.
           MOVE EVT-ERRO-CODIGO TO DET-ERRO-CODIGO.
           MOVE EVT-ERRO-MENSAGEM TO DET-ERRO-MENSAGEM.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-DETALHE TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.
           ADD 1 TO QTD-LISTADOS.

       ESCREVE-LINHA.
           WRITE LINHA-RELATORIO.
           ADD 1 TO IMPRESSAO-LINHAS.

       ESCREVE-CABECALHO.
           MOVE DATA-DE-HOJE TO CAB-DATA.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE CABECALHO-TITULO TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE SPACES TO LINHA-RELATORIO.
           MOVE CABECALHO-COLUNAS TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

       LIBERA-REENVIO.
      *    o erro se corrige no cadastro de origem (CPF no PROG37,
      *    por exemplo); aqui o evento recebe o dado corrigido e
      *    volta para a fila do PROG195 com a mesma numeracao.
           PERFORM PEGA-EVENTO.

           IF EVENTO-ENCONTRADO = "N"
               DISPLAY "Evento nao encontrado"
           ELSE
               IF NOT EVT-REJEITADO
                   DISPLAY "Somente evento rejeitado pode ser "
                       "liberado - situacao atual " EVT-SITUACAO
               ELSE
                   PERFORM CORRIGE-E-LIBERA.

       CORRIGE-E-LIBERA.
           PERFORM MOSTRA-EVENTO.

           DISPLAY "CPF corrigido (zero mantem o atual): ".
           ACCEPT CPF-INFORMADO.
           IF CPF-INFORMADO > ZEROS
               MOVE CPF-INFORMADO TO EVT-CPF.

           DISPLAY "Conteudo corrigido (branco mantem o atual): ".
           MOVE SPACES TO INFO-INFORMADA.
           ACCEPT INFO-INFORMADA.
           IF INFO-INFORMADA NOT = SPACES
               MOVE INFO-INFORMADA TO EVT-INFO-DEPOIS.

           MOVE "P" TO EVT-SITUACAO.
           REWRITE EVENTO-REGISTRO
               INVALID KEY
                   DISPLAY "Erro ao regravar o evento " EVT-NUMERO
               NOT INVALID KEY
                   DISPLAY "Evento liberado para reenvio".

       CONSULTA-EVENTO.
           PERFORM PEGA-EVENTO.

           IF EVENTO-ENCONTRADO = "N"
               DISPLAY "Evento nao encontrado"
           ELSE
               PERFORM MOSTRA-EVENTO.

           COPY "PDIMPRESSAO.cob".
           COPY "PDPARAMETRO.cob".
           COPY "PDJANELA.cob".
