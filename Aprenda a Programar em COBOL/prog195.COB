       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG195.
      *    rodada diaria dos eventos de RH para o governo - le a
      *    trilha de auditoria.dat (admissoes do PROG36/PROG42/
      *    PROG61, alteracoes de salario do PROG37/PROG85 e dos
      *    reajustes), afastamentos.dat (inicio e retorno dos
      *    afastamentos do PROG76) e funcionarios_excluidos.dat
      *    (desligamentos do PROG38/PROG174), e grava o arquivo de
      *    largura fixa EVENTOS_GOVERNO.TXT com um evento por fato
      *    ainda nao informado. Cada evento fica no controle
      *    eventos_governo.dat com numero, tipo, funcionario, o
      *    conteudo enviado e a situacao - a origem de cada fato e
      *    a chave que impede o mesmo fato de sair duas vezes. Os
      *    eventos corrigidos e liberados no PROG196 saem de novo
      *    na mesma rodada. A lista do que foi enviado sai
      *    carimbada pelo arquivo morto de impressoes
      *    (EVENTOS_AAAAMMDD_NNN.LST) - acabou a digitacao no site
      *    sem prova do que foi mandado. Da trilha de auditoria so
      *    contam as linhas de funcionario.
      *    Com a janela batch noturna no ar (trava do PROG177) a
      *    atualizacao e recusada logo na entrada.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBFUNCIONARIO.cob".
           COPY "SBAUDITORIA.cob".
           COPY "SBAFASTAMENTO.cob".
           COPY "SBEXCLUIDOS.cob".
           COPY "SBEVENTO.cob".
           COPY "SBSEQUENCIA.cob".
           COPY "SBPARAMETRO.cob".
           COPY "SBIMPRESSAO.cob".
           SELECT ARQUIVO-ENVIO-EVENTOS
               ASSIGN TO "EVENTOS_GOVERNO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELATORIO-EVENTOS
               ASSIGN TO SAIDAEVENTO
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY "SBJANELA.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDFUNCIONARIO.cob".
           COPY "FDAUDITORIA.cob".
           COPY "FDAFASTAMENTO.cob".
           COPY "FDEXCLUIDOS.cob".
           COPY "FDEVENTO.cob".
           COPY "FDSEQUENCIA.cob".
           COPY "FDPARAMETRO.cob".
           COPY "FDIMPRESSAO.cob".

      *    leiaute do arquivo de eventos: uma linha por evento,
      *    com o numero do controle - e por ele que o arquivo de
      *    retorno do governo aponta cada evento.
       FD  ARQUIVO-ENVIO-EVENTOS.
       01  LINHA-EVENTO.
           05 EVS-NUMERO PIC 9(8).
           05 EVS-TIPO PIC X(3).
           05 EVS-CODIGO PIC 9(4).
           05 EVS-CPF PIC 9(11).
           05 EVS-DATA-FATO PIC 9(8).
           05 EVS-INFO-ANTES PIC X(30).
           05 EVS-INFO-DEPOIS PIC X(30).
      *    01 no primeiro envio; 02 em diante nos reenvios
      *    depois de corrigido.
           05 EVS-ENVIO PIC 9(2).

       FD  RELATORIO-EVENTOS.
       01  LINHA-RELATORIO PIC X(80).
           COPY "FDJANELA.cob".

       WORKING-STORAGE SECTION.
           COPY "WSJANELA.cob".
           COPY "WSIMPRESSAO.cob".
           COPY "WSPARAMETRO.cob".
       77  FINAL-ARQUIVO PIC X.
       77  DATA-DE-HOJE PIC 9(8).
      *    data de implantacao dos eventos (parametro EVENTOS-DESDE
      *    do PROG176, em AAAAMMDD) - fatos anteriores ja foram
      *    informados a mao no site e nao saem de novo. Ausente,
      *    vale a trilha inteira.
       77  EVENTOS-DESDE PIC 9(8) VALUE ZEROS.
       77  EVENTO-JA-EXISTE PIC X.
       77  EVENTO-GRAVADO PIC X.
       77  FIM-EVENTOS PIC X.
       77  CPF-DO-EVENTO PIC 9(11).
       77  QTD-NOVOS PIC 9(6).
       77  QTD-REENVIADOS PIC 9(6).
       77  QTD-JA-INFORMADOS PIC 9(6).

      *    origem do fato em exame, montada antes de consultar o
      *    controle.
       01  ORIGEM-CANDIDATA.
           05 CAND-FUNCIONARIO-CODIGO PIC 9(4).
           05 CAND-TIPO PIC X(3).
           05 CAND-DATA-FATO PIC 9(8).
           05 CAND-HORA-FATO PIC 9(8).
       77  CAND-INFO-ANTES PIC X(30).
       77  CAND-INFO-DEPOIS PIC X(30).

      *    o conteudo do evento tem um desenho por tipo - cada
      *    visao abaixo monta os mesmos 30 caracteres.
       01  INFO-MONTADA PIC X(30).
       01  INFO-ADMISSAO REDEFINES INFO-MONTADA.
           05 INFA-DATA-ADMISSAO PIC 9(8).
           05 INFA-SALARIO PIC 9(6)V99.
           05 FILLER PIC X(14).
       01  INFO-AFASTAMENTO REDEFINES INFO-MONTADA.
           05 INFF-MOTIVO PIC X(2).
           05 INFF-DATA PIC 9(8).
           05 FILLER PIC X(20).

       01  CABECALHO-TITULO.
           05 FILLER PIC X(15) VALUE SPACES.
           05 FILLER PIC X(35) VALUE
               "EVENTOS DE RH ENVIADOS AO GOVERNO".
           05 FILLER PIC X(6) VALUE "Data: ".
           05 CAB-DATA PIC 9999/99/99.

       01  CABECALHO-COLUNAS.
           05 FILLER PIC X(10) VALUE "Numero".
           05 FILLER PIC X(6) VALUE "Tipo".
           05 FILLER PIC X(8) VALUE "Codigo".
           05 FILLER PIC X(13) VALUE "CPF".
           05 FILLER PIC X(12) VALUE "Data fato".
           05 FILLER PIC X(7) VALUE "Envio".

       01  LINHA-DETALHE.
           05 DET-NUMERO PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-TIPO PIC X(3).
           05 FILLER PIC X(3) VALUE SPACES.
           05 DET-CODIGO PIC ZZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 DET-CPF PIC 9(11).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-DATA-FATO PIC 9999/99/99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-ENVIO PIC Z9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-OBSERVACAO PIC X(20).

       01  LINHA-RODAPE-NOVOS.
           05 FILLER PIC X(25) VALUE "Eventos novos..........: ".
           05 ROD-NOVOS PIC ZZZZZ9.

       01  LINHA-RODAPE-REENVIADOS.
           05 FILLER PIC X(25) VALUE "Eventos reenviados.....: ".
           05 ROD-REENVIADOS PIC ZZZZZ9.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
      *    com a janela batch no ar a atualizacao fica parada - a
      *    trava e do orquestrador PROG177.
           MOVE "PROG195" TO JANELA-PROGRAMA.
           PERFORM CONFERE-JANELA-BATCH.
           IF JANELA-BLOQUEIO = "S"
               GOBACK.

           ACCEPT DATA-DE-HOJE FROM DATE YYYYMMDD.

           PERFORM CARREGA-PARAMETROS.
           MOVE "EVENTOS-DESDE" TO PARAM-BUSCA-CHAVE.
           PERFORM BUSCA-PARAMETRO.
           IF PARAM-ACHADO = "S"
               MOVE PARAM-VALOR-LIDO TO EVENTOS-DESDE.

           PERFORM CARREGA-SEQUENCIAS.

      *    carimba a saida da rodada antes do OPEN.
           MOVE "PROG195" TO IMPRESSAO-PROGRAMA.
           MOVE "EVENTOS" TO IMPRESSAO-PREFIXO.
           MOVE "SAIDAEVENTO" TO IMPRESSAO-VARIAVEL.
           PERFORM MONTA-NOME-RELATORIO.

           OPEN I-O ARQUIVO-EVENTOS.
           OPEN INPUT ARQUIVO-FUNCIONARIO.
           OPEN OUTPUT ARQUIVO-ENVIO-EVENTOS.
           OPEN OUTPUT RELATORIO-EVENTOS.

           MOVE ZEROS TO QTD-NOVOS.
           MOVE ZEROS TO QTD-REENVIADOS.
           MOVE ZEROS TO QTD-JA-INFORMADOS.

           PERFORM ESCREVE-CABECALHO.

      *    primeiro os corrigidos liberados para reenvio, depois
      *    os fatos novos de cada fonte.
           PERFORM REENVIA-CORRIGIDOS.
           PERFORM VARRE-AUDITORIA.
           PERFORM VARRE-AFASTAMENTOS.
           PERFORM VARRE-DESLIGAMENTOS.

           PERFORM ESCREVE-RODAPE.

           CLOSE ARQUIVO-EVENTOS.
           CLOSE ARQUIVO-FUNCIONARIO.
           CLOSE ARQUIVO-ENVIO-EVENTOS.
           CLOSE RELATORIO-EVENTOS.

           PERFORM GRAVA-SEQUENCIAS.
           PERFORM GRAVA-INDICE-IMPRESSAO.

           DISPLAY "Eventos gravados em EVENTOS_GOVERNO.TXT".
           DISPLAY "Lista do envio em " IMPRESSAO-NOME.
           DISPLAY "Eventos novos..........: " QTD-NOVOS.
           DISPLAY "Eventos reenviados.....: " QTD-REENVIADOS.
           DISPLAY "Fatos ja informados....: " QTD-JA-INFORMADOS.
       PROGRAM-DONE.
      *    GOBACK devolve o controle ao menu quando chamado pelo
      *    PROG40, e encerra normalmente quando executado sozinho.
           GOBACK.

       CARREGA-SEQUENCIAS.
      *    le o ultimo numero atribuido, como o PROG38; arquivo
      *    gravado antes do campo de eventos existir chega com ele
      *    em branco, e a numeracao comeca do zero.
           MOVE ZEROS TO SEQUENCIA-REGISTRO.
           OPEN INPUT ARQUIVO-SEQUENCIAS.
           READ ARQUIVO-SEQUENCIAS RECORD AT END
               MOVE ZEROS TO SEQUENCIA-REGISTRO.
           CLOSE ARQUIVO-SEQUENCIAS.

           IF SEQ-ULTIMO-EVENTO NOT NUMERIC
               MOVE ZEROS TO SEQ-ULTIMO-EVENTO.

       GRAVA-SEQUENCIAS.
           OPEN OUTPUT ARQUIVO-SEQUENCIAS.
           WRITE SEQUENCIA-REGISTRO.
           CLOSE ARQUIVO-SEQUENCIAS.

       REENVIA-CORRIGIDOS.
           MOVE "N" TO FIM-EVENTOS.
           MOVE ZEROS TO EVT-NUMERO.
           START ARQUIVO-EVENTOS
               KEY IS NOT LESS THAN EVT-NUMERO
               INVALID KEY
                   MOVE "S" TO FIM-EVENTOS.

           PERFORM EXAMINA-EVENTO-DO-CONTROLE
               UNTIL FIM-EVENTOS = "S".

       EXAMINA-EVENTO-DO-CONTROLE.
           READ ARQUIVO-EVENTOS NEXT RECORD
               AT END
                   MOVE "S" TO FIM-EVENTOS.

           IF FIM-EVENTOS = "N"
               IF EVT-A-REENVIAR
                   PERFORM REENVIA-EVENTO.

       REENVIA-EVENTO.
           MOVE "E" TO EVT-SITUACAO.
           MOVE DATA-DE-HOJE TO EVT-DATA-ENVIO.
           ADD 1 TO EVT-QTD-ENVIOS.
           MOVE ZEROS TO EVT-DATA-RETORNO.
           MOVE SPACES TO EVT-ERRO-CODIGO.
           MOVE SPACES TO EVT-ERRO-MENSAGEM.

           REWRITE EVENTO-REGISTRO
               INVALID KEY
                   DISPLAY "Erro ao regravar o evento " EVT-NUMERO
               NOT INVALID KEY
                   ADD 1 TO QTD-REENVIADOS
                   MOVE "REENVIO CORRIGIDO" TO DET-OBSERVACAO
                   PERFORM GRAVA-LINHA-EVENTO.

       VARRE-AUDITORIA.
      *    da trilha interessam as inclusoes de funcionario
      *    (admissao e reintegracao) e as alteracoes do campo
      *    SALARIO.
           OPEN INPUT ARQUIVO-AUDITORIA.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LEIA-PROXIMA-AUDITORIA.

           PERFORM EXAMINA-AUDITORIA
               UNTIL FINAL-ARQUIVO = "S".

           CLOSE ARQUIVO-AUDITORIA.

       LEIA-PROXIMA-AUDITORIA.
           READ ARQUIVO-AUDITORIA RECORD AT END
               MOVE "S" TO FINAL-ARQUIVO.

       EXAMINA-AUDITORIA.
           MOVE AUD-CODIGO TO CAND-FUNCIONARIO-CODIGO.
           MOVE AUD-DATA TO CAND-DATA-FATO.
           MOVE AUD-HORA TO CAND-HORA-FATO.

           IF AUD-DE-FUNCIONARIO AND AUD-OPERACAO = "I" AND
               (AUD-CAMPO = "REGISTRO" OR AUD-CAMPO = "REINTEGRACAO")
               MOVE "ADM" TO CAND-TIPO
               PERFORM MONTA-INFO-ADMISSAO
               PERFORM CONSIDERA-FATO.

           IF AUD-DE-FUNCIONARIO AND AUD-OPERACAO = "A" AND
               AUD-CAMPO = "SALARIO"
               MOVE "SAL" TO CAND-TIPO
               MOVE AUD-VALOR-ANTES TO CAND-INFO-ANTES
               MOVE AUD-VALOR-DEPOIS TO CAND-INFO-DEPOIS
               PERFORM CONSIDERA-FATO.

           PERFORM LEIA-PROXIMA-AUDITORIA.

       MONTA-INFO-ADMISSAO.
      *    data de admissao e salario de entrada do cadastro; quem
      *    ja saiu do cadastro vai so com o nome da trilha.
           MOVE SPACES TO CAND-INFO-ANTES.
           MOVE AUD-CODIGO TO FUNCIONARIO-CODIGO.
           READ ARQUIVO-FUNCIONARIO RECORD
               INVALID KEY
                   MOVE AUD-VALOR-DEPOIS TO CAND-INFO-DEPOIS
               NOT INVALID KEY
                   MOVE SPACES TO INFO-MONTADA
                   MOVE FUNCIONARIO-ADMISSAO TO INFA-DATA-ADMISSAO
                   MOVE FUNCIONARIO-SALARIO TO INFA-SALARIO
                   MOVE INFO-MONTADA TO CAND-INFO-DEPOIS.

       VARRE-AFASTAMENTOS.
      *    cada periodo de afastamento gera o evento de inicio e,
      *    quando o retorno real ja foi registrado, o de retorno.
           OPEN INPUT ARQUIVO-AFASTAMENTOS.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LEIA-PROXIMO-AFASTAMENTO.

           PERFORM EXAMINA-AFASTAMENTO
               UNTIL FINAL-ARQUIVO = "S".

           CLOSE ARQUIVO-AFASTAMENTOS.

       LEIA-PROXIMO-AFASTAMENTO.
           READ ARQUIVO-AFASTAMENTOS NEXT RECORD AT END
               MOVE "S" TO FINAL-ARQUIVO.

       EXAMINA-AFASTAMENTO.
           MOVE AFAST-FUNCIONARIO-CODIGO TO CAND-FUNCIONARIO-CODIGO.
           MOVE "AFA" TO CAND-TIPO.
           MOVE AFAST-DATA-INICIO TO CAND-DATA-FATO.
           MOVE ZEROS TO CAND-HORA-FATO.
           MOVE SPACES TO CAND-INFO-ANTES.
           MOVE SPACES TO INFO-MONTADA.
           MOVE AFAST-MOTIVO-CODIGO TO INFF-MOTIVO.
           MOVE AFAST-DATA-RETORNO-PREVISTO TO INFF-DATA.
           MOVE INFO-MONTADA TO CAND-INFO-DEPOIS.
           PERFORM CONSIDERA-FATO.

           IF AFAST-DATA-RETORNO-REAL > ZEROS
               MOVE "RET" TO CAND-TIPO
               MOVE AFAST-DATA-RETORNO-REAL TO CAND-DATA-FATO
               MOVE SPACES TO INFO-MONTADA
               MOVE AFAST-MOTIVO-CODIGO TO INFF-MOTIVO
               MOVE AFAST-DATA-INICIO TO INFF-DATA
               MOVE INFO-MONTADA TO CAND-INFO-ANTES
               MOVE SPACES TO CAND-INFO-DEPOIS
               PERFORM CONSIDERA-FATO.

           PERFORM LEIA-PROXIMO-AFASTAMENTO.

       VARRE-DESLIGAMENTOS.
      *    toda entrada do arquivo de excluidos e um desligamento,
      *    inclusive as marcadas depois como reintegradas pelo
      *    PROG80 - a reintegracao sai como nova admissao, pela
      *    inclusao "REINTEGRACAO" que o PROG80 grava na trilha.
           OPEN INPUT ARQUIVO-FUNCIONARIO-EXCLUIDOS.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LEIA-PROXIMO-EXCLUIDO.

           PERFORM EXAMINA-EXCLUIDO
               UNTIL FINAL-ARQUIVO = "S".

           CLOSE ARQUIVO-FUNCIONARIO-EXCLUIDOS.

       LEIA-PROXIMO-EXCLUIDO.
           READ ARQUIVO-FUNCIONARIO-EXCLUIDOS RECORD AT END
               MOVE "S" TO FINAL-ARQUIVO.

       EXAMINA-EXCLUIDO.
           MOVE EXCLUIDO-CODIGO TO CAND-FUNCIONARIO-CODIGO.
           MOVE "DES" TO CAND-TIPO.
           MOVE EXCLUIDO-DATA-EXCLUSAO TO CAND-DATA-FATO.
           MOVE ZEROS TO CAND-HORA-FATO.
           MOVE EXCLUIDO-NOME TO CAND-INFO-ANTES.
           MOVE EXCLUIDO-MOTIVO TO CAND-INFO-DEPOIS.
           PERFORM CONSIDERA-FATO.

           PERFORM LEIA-PROXIMO-EXCLUIDO.

       CONSIDERA-FATO.
      *    so entra o fato da janela (desde a implantacao ate
      *    hoje) que ainda nao tem evento no controle.
           IF CAND-DATA-FATO NOT < EVENTOS-DESDE AND
               CAND-DATA-FATO NOT > DATA-DE-HOJE
               PERFORM CONFERE-EVENTO-EXISTENTE
               IF EVENTO-JA-EXISTE = "S"
                   ADD 1 TO QTD-JA-INFORMADOS
               ELSE
                   PERFORM GERA-EVENTO-NOVO.

       CONFERE-EVENTO-EXISTENTE.
           MOVE "S" TO EVENTO-JA-EXISTE.
           MOVE ORIGEM-CANDIDATA TO EVT-ORIGEM.
           READ ARQUIVO-EVENTOS RECORD
               KEY IS EVT-ORIGEM
               INVALID KEY
                   MOVE "N" TO EVENTO-JA-EXISTE.

       GERA-EVENTO-NOVO.
           PERFORM ACHA-CPF-DO-FUNCIONARIO.

           MOVE SPACES TO EVENTO-REGISTRO.
           COMPUTE EVT-NUMERO = SEQ-ULTIMO-EVENTO + 1.
           MOVE ORIGEM-CANDIDATA TO EVT-ORIGEM.
           MOVE CPF-DO-EVENTO TO EVT-CPF.
           MOVE CAND-INFO-ANTES TO EVT-INFO-ANTES.
           MOVE CAND-INFO-DEPOIS TO EVT-INFO-DEPOIS.
           MOVE "E" TO EVT-SITUACAO.
           MOVE DATA-DE-HOJE TO EVT-DATA-ENVIO.
           MOVE 1 TO EVT-QTD-ENVIOS.
           MOVE ZEROS TO EVT-DATA-RETORNO.
           MOVE SPACES TO EVT-RECIBO.
           MOVE SPACES TO EVT-ERRO-CODIGO.
           MOVE SPACES TO EVT-ERRO-MENSAGEM.

           MOVE "S" TO EVENTO-GRAVADO.
           WRITE EVENTO-REGISTRO
               INVALID KEY
                   MOVE "N" TO EVENTO-GRAVADO
                   DISPLAY "Erro ao gravar o evento " EVT-NUMERO.

           IF EVENTO-GRAVADO = "S"
               MOVE EVT-NUMERO TO SEQ-ULTIMO-EVENTO
               ADD 1 TO QTD-NOVOS
               MOVE SPACES TO DET-OBSERVACAO
               PERFORM MARCA-SEM-CPF
               PERFORM GRAVA-LINHA-EVENTO.

       MARCA-SEM-CPF.
           IF EVT-CPF = ZEROS
               MOVE "SEM CPF NO CADASTRO" TO DET-OBSERVACAO.

       ACHA-CPF-DO-FUNCIONARIO.
      *    o CPF vem do cadastro; desligado ja arquivado sai do
      *    cadastro, entao vale o CPF de um evento anterior do
      *    mesmo funcionario. Sem nenhum dos dois o evento sai com
      *    zeros e volta rejeitado para correcao no PROG196.
           MOVE ZEROS TO CPF-DO-EVENTO.

           MOVE CAND-FUNCIONARIO-CODIGO TO FUNCIONARIO-CODIGO.
           READ ARQUIVO-FUNCIONARIO RECORD
               INVALID KEY
                   MOVE ZEROS TO FUNCIONARIO-CPF.
           MOVE FUNCIONARIO-CPF TO CPF-DO-EVENTO.

           IF CPF-DO-EVENTO = ZEROS
               PERFORM BUSCA-CPF-NOS-EVENTOS.

       BUSCA-CPF-NOS-EVENTOS.
           MOVE "N" TO FIM-EVENTOS.
           MOVE LOW-VALUES TO EVT-ORIGEM.
           MOVE CAND-FUNCIONARIO-CODIGO TO EVT-FUNCIONARIO-CODIGO.
           START ARQUIVO-EVENTOS
               KEY IS NOT LESS THAN EVT-ORIGEM
               INVALID KEY
                   MOVE "S" TO FIM-EVENTOS.

           PERFORM PROCURA-CPF-EM-EVENTO
               UNTIL FIM-EVENTOS = "S".

       PROCURA-CPF-EM-EVENTO.
           READ ARQUIVO-EVENTOS NEXT RECORD
               AT END
                   MOVE "S" TO FIM-EVENTOS.

           IF FIM-EVENTOS = "N"
               IF EVT-FUNCIONARIO-CODIGO NOT =
                   CAND-FUNCIONARIO-CODIGO
                   MOVE "S" TO FIM-EVENTOS
               ELSE
                   IF EVT-CPF NUMERIC AND EVT-CPF > ZEROS
                       MOVE EVT-CPF TO CPF-DO-EVENTO
                       MOVE "S" TO FIM-EVENTOS.

       GRAVA-LINHA-EVENTO.
           MOVE EVT-NUMERO TO EVS-NUMERO.
           MOVE EVT-TIPO TO EVS-TIPO.
           MOVE EVT-FUNCIONARIO-CODIGO TO EVS-CODIGO.
           MOVE EVT-CPF TO EVS-CPF.
           MOVE EVT-DATA-FATO TO EVS-DATA-FATO.
           MOVE EVT-INFO-ANTES TO EVS-INFO-ANTES.
           MOVE EVT-INFO-DEPOIS TO EVS-INFO-DEPOIS.
           MOVE EVT-QTD-ENVIOS TO EVS-ENVIO.
           WRITE LINHA-EVENTO.

           MOVE EVT-NUMERO TO DET-NUMERO.
           MOVE EVT-TIPO TO DET-TIPO.
           MOVE EVT-FUNCIONARIO-CODIGO TO DET-CODIGO.
           MOVE EVT-CPF TO DET-CPF.
           MOVE EVT-DATA-FATO TO DET-DATA-FATO.
           MOVE EVT-QTD-ENVIOS TO DET-ENVIO.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-DETALHE TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

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

       ESCREVE-RODAPE.
           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE QTD-NOVOS TO ROD-NOVOS.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-RODAPE-NOVOS TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE QTD-REENVIADOS TO ROD-REENVIADOS.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-RODAPE-REENVIADOS TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           COPY "PDIMPRESSAO.cob".

           COPY "PDPARAMETRO.cob".
           COPY "PDJANELA.cob".
