       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG204.
      *    aprovacao dos pedidos de correcao de ponto - o gestor
      *    informa o seu codigo, revisa um a um os pedidos
      *    pendentes da sua equipe em correcoes_ponto.dat (gravados
      *    pelo PROG91, com motivo, horario original e proposto) e
      *    aprova, rejeita ou deixa para depois. So a correcao
      *    aprovada atualiza ponto.dat, e cada horario mudado vai
      *    para a trilha de auditoria com o antes e o depois - a
      *    entrada alterada deixa rastro. O relatorio mensal das
      *    correcoes e o PROG205.
      *    Com a janela batch noturna no ar (trava do PROG177) a
      *    atualizacao e recusada logo na entrada.
      *    Na base de treinamento (PROG273) a tela abre com o aviso
      *    de dados ficticios.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBFUNCIONARIO.cob".
           COPY "SBPONTO.cob".
           COPY "SBCORRPONTO.cob".
           COPY "SBAUDITORIA.cob".
           COPY "SBJANELA.cob".
           COPY "SBPARAMETRO.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDFUNCIONARIO.cob".
           COPY "FDPONTO.cob".
           COPY "FDCORRPONTO.cob".
           COPY "FDAUDITORIA.cob".
           COPY "FDJANELA.cob".
           COPY "FDPARAMETRO.cob".

       WORKING-STORAGE SECTION.
           COPY "WSPARAMETRO.cob".
           COPY "WSJANELA.cob".
      *    identifica quem esta operando o programa, para a
      *    auditoria e para o registro da decisao.
       77  AUDITORIA-OPERADOR PIC X(10).
       77  DATA-DE-HOJE PIC 9(8).
       77  REGISTRO-ENCONTRADO PIC X.
       77  GESTOR-INFORMADO PIC 9(4).
       77  FIM-CORRECOES PIC X.
       77  PONTO-JA-EXISTE PIC X.
       77  PONTO-GRAVADO PIC X.
       77  DECISAO PIC X.
       77  NOME-DO-FUNCIONARIO PIC X(10).
       77  DESCRICAO-MOTIVO PIC X(20).
       77  ENTRADA-ANTES PIC 9(4).
       77  SAIDA-ANTES PIC 9(4).
       77  QTD-APROVADAS PIC 9(4).
       77  QTD-REJEITADAS PIC 9(4).
       77  QTD-MANTIDAS PIC 9(4).
       77  HORA-AUD-ANTES PIC 9(4).
       77  HORA-AUD-DEPOIS PIC 9(4).

      *    valor gravado na auditoria: dia e horario da marcacao,
      *    e no depois tambem o gestor que aprovou.
       01  VALOR-PONTO-AUDITORIA.
           05 VPA-DATA PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 VPA-HORA PIC 9(4).
           05 VPA-APROVACAO PIC X(12).

       01  TEXTO-APROVACAO.
           05 FILLER PIC X(8) VALUE " GESTOR ".
           05 TAP-GESTOR PIC 9(4).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
      *    na base de treinamento a tela abre com o aviso de dados
      *    ficticios.
           PERFORM CARREGA-PARAMETROS.

      *    com a janela batch no ar a atualizacao fica parada - a
      *    trava e do orquestrador PROG177.
           MOVE "PROG204" TO JANELA-PROGRAMA.
           PERFORM CONFERE-JANELA-BATCH.
           IF JANELA-BLOQUEIO = "S"
               GOBACK.

           DISPLAY "Informe seu usuario (para a auditoria): ".
           ACCEPT AUDITORIA-OPERADOR.
           ACCEPT DATA-DE-HOJE FROM DATE YYYYMMDD.

           OPEN INPUT ARQUIVO-FUNCIONARIO.
           OPEN I-O ARQUIVO-PONTO.
           OPEN I-O ARQUIVO-CORRECOES-PONTO.
           OPEN EXTEND ARQUIVO-AUDITORIA.

           MOVE ZEROS TO QTD-APROVADAS.
           MOVE ZEROS TO QTD-REJEITADAS.
           MOVE ZEROS TO QTD-MANTIDAS.

           DISPLAY "Codigo do gestor que aprova: ".
           ACCEPT GESTOR-INFORMADO.

           PERFORM VALIDA-GESTOR.

           IF REGISTRO-ENCONTRADO = "S"
               PERFORM REVISA-PEDIDOS-DA-EQUIPE.

           CLOSE ARQUIVO-FUNCIONARIO.
           CLOSE ARQUIVO-PONTO.
           CLOSE ARQUIVO-CORRECOES-PONTO.
           CLOSE ARQUIVO-AUDITORIA.

           DISPLAY "Correcoes aprovadas.: " QTD-APROVADAS.
           DISPLAY "Correcoes rejeitadas: " QTD-REJEITADAS.
           DISPLAY "Deixadas pendentes..: " QTD-MANTIDAS.
       PROGRAM-DONE.
      *    GOBACK devolve o controle ao menu quando chamado pelo
      *    PROG40, e encerra normalmente quando executado sozinho.
           GOBACK.

       VALIDA-GESTOR.
           MOVE GESTOR-INFORMADO TO FUNCIONARIO-CODIGO.
           MOVE "S" TO REGISTRO-ENCONTRADO.

           READ ARQUIVO-FUNCIONARIO RECORD
               INVALID KEY
                   MOVE "N" TO REGISTRO-ENCONTRADO
                   DISPLAY "Gestor nao encontrado".

           IF REGISTRO-ENCONTRADO = "S"
               IF NOT FUNCIONARIO-ATIVO
                   MOVE "N" TO REGISTRO-ENCONTRADO
                   DISPLAY "Gestor nao esta ativo"
               ELSE
                   DISPLAY "Gestor: " FUNCIONARIO-NOME.

       REVISA-PEDIDOS-DA-EQUIPE.
      *    varre o arquivo inteiro - o gestor nao e chave; so os
      *    pedidos pendentes apontados para ele sao mostrados.
           MOVE ZEROS TO CORR-FUNCIONARIO-CODIGO.
           MOVE ZEROS TO CORR-DATA.
           MOVE ZEROS TO CORR-SEQUENCIA.
           MOVE "N" TO FIM-CORRECOES.

           START ARQUIVO-CORRECOES-PONTO
               KEY IS NOT LESS THAN CORR-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-CORRECOES.

           PERFORM EXAMINA-PEDIDO
               UNTIL FIM-CORRECOES = "S".

           IF QTD-APROVADAS = ZEROS AND QTD-REJEITADAS = ZEROS AND
               QTD-MANTIDAS = ZEROS
               DISPLAY "Nenhum pedido pendente para este gestor".

       EXAMINA-PEDIDO.
           READ ARQUIVO-CORRECOES-PONTO NEXT RECORD
               AT END
                   MOVE "S" TO FIM-CORRECOES.

           IF FIM-CORRECOES = "N"
               IF CORR-PENDENTE AND
                   CORR-GESTOR-CODIGO = GESTOR-INFORMADO
                   PERFORM REVISA-PEDIDO.

       REVISA-PEDIDO.
           PERFORM BUSCA-NOME-DO-FUNCIONARIO.
           PERFORM DESCREVE-MOTIVO.
           PERFORM LE-MARCACAO-ATUAL.

           DISPLAY " ".
           DISPLAY "Funcionario.: " CORR-FUNCIONARIO-CODIGO " "
               NOME-DO-FUNCIONARIO.
           DISPLAY "Dia.........: " CORR-DATA
               " pedido em " CORR-DATA-PEDIDO
               " por " CORR-OPERADOR-PEDIDO.
           DISPLAY "Motivo......: " DESCRICAO-MOTIVO.
           DISPLAY "Justificat..: " CORR-JUSTIFICATIVA.
           DISPLAY "Original....: entrada " CORR-ENTRADA-ORIGINAL
               " saida " CORR-SAIDA-ORIGINAL.
           DISPLAY "Proposto....: entrada " CORR-ENTRADA-PROPOSTA
               " saida " CORR-SAIDA-PROPOSTA.

      *    a marcacao pode ter mudado por outra correcao aprovada
      *    depois do pedido - o gestor decide sabendo disso.
           IF PONTO-JA-EXISTE = "S" AND
               (PONTO-HORA-ENTRADA NOT = CORR-ENTRADA-ORIGINAL OR
                PONTO-HORA-SAIDA NOT = CORR-SAIDA-ORIGINAL)
               DISPLAY "ATENCAO: marcacao atual e entrada "
                   PONTO-HORA-ENTRADA " saida " PONTO-HORA-SAIDA.

           MOVE SPACE TO DECISAO.
           PERFORM PEGA-DECISAO
               UNTIL DECISAO = "A" OR "R" OR "P".

           IF DECISAO = "A"
               PERFORM APROVA-CORRECAO.

           IF DECISAO = "R"
               PERFORM REJEITA-CORRECAO.

           IF DECISAO = "P"
               ADD 1 TO QTD-MANTIDAS.

       PEGA-DECISAO.
           DISPLAY "A = aprovar, R = rejeitar, P = deixar pendente: ".
           ACCEPT DECISAO.

           IF DECISAO = "a"
               MOVE "A" TO DECISAO.
           IF DECISAO = "r"
               MOVE "R" TO DECISAO.
           IF DECISAO = "p"
               MOVE "P" TO DECISAO.

           IF DECISAO NOT = "A" AND DECISAO NOT = "R" AND
               DECISAO NOT = "P"
               DISPLAY "Opcao invalida".

       BUSCA-NOME-DO-FUNCIONARIO.
           MOVE CORR-FUNCIONARIO-CODIGO TO FUNCIONARIO-CODIGO.
           READ ARQUIVO-FUNCIONARIO RECORD
               INVALID KEY
                   MOVE "DESCONHECI" TO NOME-DO-FUNCIONARIO
               NOT INVALID KEY
                   MOVE FUNCIONARIO-NOME TO NOME-DO-FUNCIONARIO.

       DESCREVE-MOTIVO.
           MOVE "OUTRO" TO DESCRICAO-MOTIVO.
           IF CORR-ESQUECIMENTO
               MOVE "ESQUECIMENTO" TO DESCRICAO-MOTIVO.
           IF CORR-FALHA-RELOGIO
               MOVE "FALHA DO RELOGIO" TO DESCRICAO-MOTIVO.
           IF CORR-SERVICO-EXTERNO
               MOVE "SERVICO EXTERNO" TO DESCRICAO-MOTIVO.

       LE-MARCACAO-ATUAL.
           MOVE CORR-FUNCIONARIO-CODIGO TO PONTO-FUNCIONARIO-CODIGO.
           MOVE CORR-DATA TO PONTO-DATA.

           MOVE "S" TO PONTO-JA-EXISTE.
           READ ARQUIVO-PONTO RECORD
               INVALID KEY
                   MOVE "N" TO PONTO-JA-EXISTE.

       APROVA-CORRECAO.
      *    relida a marcacao (pode ter sido criada depois do
      *    pedido), a correcao reescreve a existente ou grava a do
      *    dia que faltava.
           PERFORM LE-MARCACAO-ATUAL.

           IF PONTO-JA-EXISTE = "S"
               MOVE PONTO-HORA-ENTRADA TO ENTRADA-ANTES
               MOVE PONTO-HORA-SAIDA TO SAIDA-ANTES
           ELSE
               MOVE ZEROS TO ENTRADA-ANTES
               MOVE ZEROS TO SAIDA-ANTES.

           MOVE CORR-FUNCIONARIO-CODIGO TO PONTO-FUNCIONARIO-CODIGO.
           MOVE CORR-DATA TO PONTO-DATA.
           MOVE CORR-ENTRADA-PROPOSTA TO PONTO-HORA-ENTRADA.
           MOVE CORR-SAIDA-PROPOSTA TO PONTO-HORA-SAIDA.

           IF PONTO-JA-EXISTE = "S"
               PERFORM REGRAVA-MARCACAO
           ELSE
               PERFORM GRAVA-MARCACAO.

           IF PONTO-GRAVADO = "S"
               PERFORM GRAVA-AUDITORIA-DA-CORRECAO
               MOVE "A" TO CORR-SITUACAO
               PERFORM REGISTRA-DECISAO
               ADD 1 TO QTD-APROVADAS.

       REGRAVA-MARCACAO.
           MOVE "S" TO PONTO-GRAVADO.
           REWRITE PONTO-REGISTRO
               INVALID KEY
                   MOVE "N" TO PONTO-GRAVADO
                   DISPLAY "Erro ao reescrever a marcacao, pedido "
                       "continua pendente".

       GRAVA-MARCACAO.
           MOVE "S" TO PONTO-GRAVADO.
           WRITE PONTO-REGISTRO
               INVALID KEY
                   MOVE "N" TO PONTO-GRAVADO
                   DISPLAY "Erro ao gravar a marcacao, pedido "
                       "continua pendente".

       GRAVA-AUDITORIA-DA-CORRECAO.
      *    um registro por horario que mudou, como o PROG37 faz
      *    por campo alterado.
           IF CORR-ENTRADA-PROPOSTA NOT = ENTRADA-ANTES
               MOVE "PONTO ENTRADA" TO AUD-CAMPO
               MOVE ENTRADA-ANTES TO HORA-AUD-ANTES
               MOVE CORR-ENTRADA-PROPOSTA TO HORA-AUD-DEPOIS
               PERFORM GRAVA-AUDITORIA-HORARIO.

           IF CORR-SAIDA-PROPOSTA NOT = SAIDA-ANTES
               MOVE "PONTO SAIDA" TO AUD-CAMPO
               MOVE SAIDA-ANTES TO HORA-AUD-ANTES
               MOVE CORR-SAIDA-PROPOSTA TO HORA-AUD-DEPOIS
               PERFORM GRAVA-AUDITORIA-HORARIO.

       GRAVA-AUDITORIA-HORARIO.
           ACCEPT AUD-DATA FROM DATE YYYYMMDD.
           ACCEPT AUD-HORA FROM TIME.
           MOVE "A" TO AUD-OPERACAO.
           IF PONTO-JA-EXISTE = "N"
               MOVE "I" TO AUD-OPERACAO.
           MOVE AUDITORIA-OPERADOR TO AUD-OPERADOR.
           MOVE CORR-FUNCIONARIO-CODIGO TO AUD-CODIGO.
           MOVE "FUN" TO AUD-ARQUIVO.
           MOVE CORR-FUNCIONARIO-CODIGO TO AUD-CHAVE.

           MOVE CORR-DATA TO VPA-DATA.
           MOVE HORA-AUD-ANTES TO VPA-HORA.
           MOVE SPACES TO VPA-APROVACAO.
           MOVE VALOR-PONTO-AUDITORIA TO AUD-VALOR-ANTES.

           MOVE HORA-AUD-DEPOIS TO VPA-HORA.
           MOVE GESTOR-INFORMADO TO TAP-GESTOR.
           MOVE TEXTO-APROVACAO TO VPA-APROVACAO.
           MOVE VALOR-PONTO-AUDITORIA TO AUD-VALOR-DEPOIS.

           WRITE AUDITORIA-REGISTRO.

       REJEITA-CORRECAO.
           MOVE "R" TO CORR-SITUACAO.
           PERFORM REGISTRA-DECISAO.
           ADD 1 TO QTD-REJEITADAS.

       REGISTRA-DECISAO.
           MOVE DATA-DE-HOJE TO CORR-DATA-DECISAO.
           MOVE AUDITORIA-OPERADOR TO CORR-OPERADOR-DECISAO.

           REWRITE CORRECAO-PONTO-REGISTRO
               INVALID KEY
                   DISPLAY "Erro ao registrar a decisao"
               NOT INVALID KEY
                   DISPLAY "Decisao registrada".

           COPY "PDJANELA.cob".
           COPY "PDPARAMETRO.cob".
