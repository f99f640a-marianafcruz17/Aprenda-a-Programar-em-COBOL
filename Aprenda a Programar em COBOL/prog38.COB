      *    RESCISAO.LST (saldo de salario do mes, ferias
      *    proporcionais e saldo de adiantamento a recuperar), para
      *    o arquivamento e a papelada do acerto final sairem de uma
      *    unica rodada. O demonstrativo lista ainda o saldo
      *    devedor de cada emprestimo consignado ativo (PROG190),
      *    so informativo - a quitacao e acertada com o credor.
      *    Antes do arquivamento roda a verificacao de quitacao:
      *    saldo de adiantamento devedor, tarefas abertas em
      *    tarefas.dat e carteira de clientes ainda
      *    apontando para o codigo barram a exclusao (so o perfil
      *    de supervisor passa por cima, com a lista de pendencias
      *    impressa) - a transferencia da carteira e pelo PROG108.
      *    O arquivamento em si nao acontece mais aqui: o pedido
      *    entra na fila de aprovacao a quatro olhos e so o
      *    PROG174, com outro operador de perfil supervisor,
      *    executa de verdade, e e a aprovacao que gera as
      *    tarefas do modelo de desligamento (modelos_tarefa.dat,
      *    PROG203) - devolucao de cracha, bloqueio de e-mail... -
      *    que nao contam na verificacao de quitacao.
      *    Bem da empresa ainda em custodia (custodias.dat, PROG211)
      *    tambem barra, com a lista dos bens no checklist; o bem
      *    que nao volta pode ser descontado no demonstrativo pelo
      *    valor de reposicao. O desconto segue no pedido e so a
      *    aprovacao no PROG174 fecha a custodia como ressarcida e
      *    baixa o bem - pedido rejeitado nao mexe no patrimonio.
      *    Com a janela batch noturna no ar (trava do PROG177) a
      *    atualizacao e recusada logo na entrada.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBSEQUENCIA.cob".
           COPY "SBTAREFAS.cob".
           COPY "SBCLIENTE.cob".
           COPY "SBCONSIGNADO.cob".
           COPY "SBBEM.cob".
           COPY "SBCUSTODIA.cob".
           COPY "SBIMPRESSAO.cob".
      *    o demonstrativo de rescisao e carimbado com a data e a
      *    sequencia da rodada (RESCISAO_AAAAMMDD_NNN.LST), como a
           SELECT RELATORIO-RESCISAO
               ASSIGN TO SAIDARESCI
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY "SBJANELA.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDFUNCIONARIO.cob".
           COPY "FDSEQUENCIA.cob".
           COPY "FDTAREFAS.cob".
           COPY "FDCLIENTE.cob".
           COPY "FDCONSIGNADO.cob".
           COPY "FDBEM.cob".
           COPY "FDCUSTODIA.cob".
           COPY "FDIMPRESSAO.cob".

       FD  RELATORIO-RESCISAO.
       01  LINHA-RESCISAO PIC X(80).
           COPY "FDJANELA.cob".
       WORKING-STORAGE SECTION.
           COPY "WSJANELA.cob".
           COPY "WSLOGIN.cob".
           COPY "WSPARAMETRO.cob".
           COPY "WSIMPRESSAO.cob".
       77  QUITACAO-LIMPA PIC X.
       77  EXCLUSAO-LIBERADA PIC X.
       77  RESPOSTA-SUPERVISOR PIC X.
      *    saldo devedor dos consignados ativos, impresso no
      *    demonstrativo sem entrar no total da rescisao.
       77  FIM-CONSIGNADOS PIC X.
       77  SALDO-CONSIGNADO PIC 9(8)V99.
       77  TOTAL-SALDO-CONSIGNADO PIC 9(8)V99.
      *    bens da empresa ainda com o funcionario - contados no
      *    portao de quitacao e, o que nao volta, descontado no
      *    demonstrativo se o operador aceitar.
       77  QTD-BENS-EM-CUSTODIA PIC 9(4).
       77  FIM-CUSTODIAS PIC X.
       77  BENS-A-DESCONTAR PIC 9(7)V99.
       77  RESPOSTA-DESCONTO PIC X.
      *    bens aceitos para desconto, levados no pedido de
      *    arquivamento para o PROG174 baixar na aprovacao - cabem
      *    os dez do registro da fila.
       77  QTD-BENS-DESCONTADOS PIC 9(2).
       77  INDICE-DESCONTO PIC 9(2).
       77  BEM-JA-DESCONTADO PIC X.
       01  BENS-DESCONTADOS.
           05 BEM-DESCONTADO OCCURS 10 TIMES.
               10 DESC-PLAQUETA PIC X(10).
               10 DESC-VALOR PIC 9(6)V99.

       01  LINHA-PENDENCIA.
           05 PEN-TEXTO PIC X(30).
           05 PEN-VALOR PIC -ZZZ,ZZ9.99.

       01  LINHA-BEM-PENDENTE.
           05 FILLER PIC X(6) VALUE "  Bem ".
           05 BPE-PLAQUETA PIC X(10).
           05 FILLER PIC X(1) VALUE SPACES.
           05 BPE-DESCRICAO PIC X(30).
           05 FILLER PIC X(1) VALUE SPACES.
           05 BPE-VALOR PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(7) VALUE " desde ".
           05 BPE-DESDE PIC 9999/99/99.

       01  DATA-HOJE-DESMONTADA.
           05 HOJE-ANO PIC 9(4).
           05 HOJE-MES PIC 9(2).
           05 FILLER PIC X(21) VALUE "Adiantamento (-)...: ".
           05 RES-ADIANTAMENTO PIC $ZZZ,ZZ9.99.

       01  RESCISAO-BENS.
           05 FILLER PIC X(21) VALUE "Bens nao devolv.(-): ".
           05 RES-BENS PIC $ZZZ,ZZ9.99.

       01  RESCISAO-TOTAL.
           05 FILLER PIC X(21) VALUE "Total da rescisao..: ".
           05 RES-TOTAL PIC -ZZZ,ZZ9.99.

       01  RESCISAO-CONSIGNADO.
           05 FILLER PIC X(21) VALUE "Consignado (info)..: ".
           05 RES-CONSIG-SALDO PIC $ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RES-CONSIG-CONTRATO PIC X(20).
           05 FILLER PIC X(1) VALUE SPACES.
           05 RES-CONSIG-CREDOR PIC X(20).

       01  RESCISAO-TOTAL-CONSIGNADO.
           05 FILLER PIC X(21) VALUE "Saldo consignado...: ".
           05 RES-CONSIG-TOTAL PIC $ZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM EFETUA-LOGIN.
               DISPLAY "Funcao acima do seu perfil de acesso"
               GOBACK.

      *    com a janela batch no ar a atualizacao fica parada - a
      *    trava e do orquestrador PROG177.
           MOVE "PROG38" TO JANELA-PROGRAMA.
           PERFORM CONFERE-JANELA-BATCH.
           IF JANELA-BLOQUEIO = "S"
               GOBACK.

           OPEN I-O ARQUIVO-FUNCIONARIO.
           PERFORM CARREGA-SEQUENCIAS.

           OPEN INPUT ARQUIVO-TAREFAS.
           OPEN INPUT ARQUIVO-CLIENTE.
           OPEN INPUT ARQUIVO-CONSIGNADOS.
           OPEN INPUT ARQUIVO-BENS.
           OPEN INPUT ARQUIVO-CUSTODIAS.
           OPEN I-O ARQUIVO-APROVACOES-PENDENTES.
           MOVE "PROG38" TO IMPRESSAO-PROGRAMA.
           MOVE "RESCISAO" TO IMPRESSAO-PREFIXO.
           CLOSE ARQUIVO-FUNCIONARIO.
           CLOSE ARQUIVO-TAREFAS.
           CLOSE ARQUIVO-CLIENTE.
           CLOSE ARQUIVO-CONSIGNADOS.
           CLOSE ARQUIVO-BENS.
           CLOSE ARQUIVO-CUSTODIAS.
           CLOSE ARQUIVO-APROVACOES-PENDENTES.
           CLOSE RELATORIO-RESCISAO.
           PERFORM GRAVA-INDICE-IMPRESSAO.
           MOVE "P" TO APEND-SITUACAO.
           MOVE SPACES TO APEND-OPERADOR-DECISAO.
           MOVE ZEROS TO APEND-DATA-DECISAO.
           MOVE QTD-BENS-DESCONTADOS TO APEND-QTD-BENS.
           MOVE BENS-DESCONTADOS TO APEND-BENS-DESCONTADOS.

           WRITE APROVACAO-PENDENTE-REGISTRO
               INVALID KEY

       VERIFICA-QUITACAO.
      *    portao de quitacao: nada de arquivar quem ainda deve
      *    adiantamento, tem tarefa aberta, carrega carteira de
      *    clientes ou esta com bem da empresa - a lista do que
      *    falta sai impressa e o operador e apontado para o
      *    PROG108 da carteira e o PROG211 dos bens. So o
      *    perfil de supervisor (folha ou admin) passa por cima,
      *    confirmando. O bem que o operador aceita descontar na
      *    rescisao ja esta sendo acertado e nao barra - por isso
      *    o desconto e oferecido antes da contagem.
           MOVE "S" TO QUITACAO-LIMPA.
           MOVE "S" TO EXCLUSAO-LIBERADA.

           MOVE ZEROS TO BENS-A-DESCONTAR.
           MOVE ZEROS TO QTD-BENS-DESCONTADOS.
           MOVE SPACES TO BENS-DESCONTADOS.
           PERFORM POSICIONA-CUSTODIAS.
           PERFORM OFERECE-DESCONTO-BEM
               UNTIL FIM-CUSTODIAS = "S".

           PERFORM CONTA-TAREFAS-ABERTAS.
           PERFORM CONTA-CLIENTES-NA-CARTEIRA.
           PERFORM CONTA-BENS-EM-CUSTODIA.

           IF FUNCIONARIO-SALDO-ADIANTAMENTO NOT = ZEROS
               MOVE "N" TO QUITACAO-LIMPA.

           IF QTD-TAREFAS-ABERTAS > ZEROS OR
               QTD-CLIENTES-NA-CARTEIRA > ZEROS OR
               QTD-BENS-EM-CUSTODIA > ZEROS
               MOVE "N" TO QUITACAO-LIMPA.

           IF QUITACAO-LIMPA = "N"
           MOVE "N" TO FIM-TAREFAS.
           MOVE FUNCIONARIO-CODIGO TO TAREFA-FUNCIONARIO-CODIGO.
           MOVE ZEROS TO TAREFA-DATA.
           MOVE ZEROS TO TAREFA-SEQUENCIA.

           START ARQUIVO-TAREFAS
               KEY IS NOT LESS THAN TAREFA-CHAVE
                   CODIGO-FUNCIONARIO-EXCLUIR
                   MOVE "S" TO FIM-TAREFAS
               ELSE
      *    as tarefas do proprio desligamento nao barram o
      *    arquivamento - sao o que vem depois dele.
                   IF TAREFA-ABERTA AND NOT TAREFA-DE-DESLIGAMENTO
                       ADD 1 TO QTD-TAREFAS-ABERTAS.

       CONTA-CLIENTES-NA-CARTEIRA.
                   CODIGO-FUNCIONARIO-EXCLUIR
                   ADD 1 TO QTD-CLIENTES-NA-CARTEIRA.

       CONTA-BENS-EM-CUSTODIA.
           MOVE ZEROS TO QTD-BENS-EM-CUSTODIA.
           PERFORM POSICIONA-CUSTODIAS.

           PERFORM CONTA-UMA-CUSTODIA
               UNTIL FIM-CUSTODIAS = "S".

       POSICIONA-CUSTODIAS.
           MOVE "N" TO FIM-CUSTODIAS.
           MOVE FUNCIONARIO-CODIGO TO CUST-FUNCIONARIO-CODIGO.
           MOVE ZEROS TO CUST-DATA-ENTREGA.
           MOVE ZEROS TO CUST-SEQUENCIA.

           START ARQUIVO-CUSTODIAS
               KEY IS NOT LESS THAN CUST-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-CUSTODIAS.

       LEIA-PROXIMA-CUSTODIA.
           READ ARQUIVO-CUSTODIAS NEXT RECORD
               AT END
                   MOVE "S" TO FIM-CUSTODIAS.

           IF FIM-CUSTODIAS = "N"
               IF CUST-FUNCIONARIO-CODIGO NOT = FUNCIONARIO-CODIGO
                   MOVE "S" TO FIM-CUSTODIAS.

       CONTA-UMA-CUSTODIA.
           PERFORM LEIA-PROXIMA-CUSTODIA.

           IF FIM-CUSTODIAS = "N"
               IF CUST-ABERTA
                   PERFORM CONFERE-BEM-DESCONTADO
                   IF BEM-JA-DESCONTADO = "N"
                       ADD 1 TO QTD-BENS-EM-CUSTODIA.

       LISTA-UMA-CUSTODIA.
           PERFORM LEIA-PROXIMA-CUSTODIA.

           IF FIM-CUSTODIAS = "N"
               IF CUST-ABERTA
                   PERFORM CONFERE-BEM-DESCONTADO
                   IF BEM-JA-DESCONTADO = "N"
                       PERFORM IMPRIME-BEM-PENDENTE.

       CONFERE-BEM-DESCONTADO.
           MOVE "N" TO BEM-JA-DESCONTADO.
           PERFORM COMPARA-BEM-DESCONTADO
               VARYING INDICE-DESCONTO FROM 1 BY 1
               UNTIL INDICE-DESCONTO > QTD-BENS-DESCONTADOS.

       COMPARA-BEM-DESCONTADO.
           IF DESC-PLAQUETA (INDICE-DESCONTO) = CUST-PLAQUETA
               MOVE "S" TO BEM-JA-DESCONTADO.

       IMPRIME-BEM-PENDENTE.
           PERFORM LE-BEM-DA-CUSTODIA.

           DISPLAY "  Bem " CUST-PLAQUETA " " BEM-DESCRICAO.
           MOVE CUST-PLAQUETA TO BPE-PLAQUETA.
           MOVE BEM-DESCRICAO TO BPE-DESCRICAO.
           MOVE BEM-VALOR TO BPE-VALOR.
           MOVE CUST-DATA-ENTREGA TO BPE-DESDE.
           MOVE SPACES TO LINHA-RESCISAO.
           MOVE LINHA-BEM-PENDENTE TO LINHA-RESCISAO.
           WRITE LINHA-RESCISAO.
           ADD 1 TO IMPRESSAO-LINHAS.

       LE-BEM-DA-CUSTODIA.
           MOVE CUST-PLAQUETA TO BEM-PLAQUETA.
           READ ARQUIVO-BENS RECORD
               INVALID KEY
                   MOVE "(bem fora do cadastro)" TO BEM-DESCRICAO
                   MOVE ZEROS TO BEM-VALOR.

       IMPRIME-CHECKLIST-QUITACAO.
           DISPLAY " ".
           DISPLAY "*** PENDENCIAS DE QUITACAO ***".
               MOVE QTD-CLIENTES-NA-CARTEIRA TO PEN-VALOR
               PERFORM IMPRIME-PENDENCIA.

           IF QTD-BENS-EM-CUSTODIA > ZEROS
               DISPLAY "Bens da empresa......: "
                   QTD-BENS-EM-CUSTODIA
               DISPLAY "Registre a devolucao pelo PROG211"
               MOVE "Bens da empresa com ele.....: " TO PEN-TEXTO
               MOVE QTD-BENS-EM-CUSTODIA TO PEN-VALOR
               PERFORM IMPRIME-PENDENCIA
               PERFORM POSICIONA-CUSTODIAS
               PERFORM LISTA-UMA-CUSTODIA
                   UNTIL FIM-CUSTODIAS = "S".

       IMPRIME-PENDENCIA.
           MOVE SPACES TO LINHA-RESCISAO.
           MOVE LINHA-PENDENCIA TO LINHA-RESCISAO.
               MOVE FUNCIONARIO-SALDO-ADIANTAMENTO TO
                   ADIANTAMENTO-A-RECUPERAR.

      *    os bens aceitos para desconto ja vem somados da
      *    verificacao de quitacao.
           COMPUTE TOTAL-RESCISAO =
               SALDO-SALARIO-MES + FERIAS-PROPORCIONAIS -
               ADIANTAMENTO-A-RECUPERAR - BENS-A-DESCONTAR.

           PERFORM IMPRIME-RESCISAO.

       OFERECE-DESCONTO-BEM.
      *    cada bem que nao voltou e oferecido para desconto pelo
      *    valor de reposicao; aceito, vai para o pedido e a
      *    custodia fecha como ressarcida quando o PROG174 aprovar.
      *    Recusado, ou alem dos dez que o pedido leva, a custodia
      *    continua aberta e o bem aparece no PROG212 como em poder
      *    de funcionario arquivado.
           PERFORM LEIA-PROXIMA-CUSTODIA.

           IF FIM-CUSTODIAS = "N"
               IF CUST-ABERTA
                   IF QTD-BENS-DESCONTADOS < 10
                       PERFORM PERGUNTA-DESCONTO-BEM
                   ELSE
                       DISPLAY "Bem " CUST-PLAQUETA " fica em "
                           "custodia - o pedido leva so dez bens".

       PERGUNTA-DESCONTO-BEM.
           PERFORM LE-BEM-DA-CUSTODIA.

           DISPLAY "Bem nao devolvido: " CUST-PLAQUETA " "
               BEM-DESCRICAO.
           DISPLAY "Descontar o valor " BEM-VALOR
               " na rescisao (S/N)? ".
           ACCEPT RESPOSTA-DESCONTO.

           IF RESPOSTA-DESCONTO = "s"
               MOVE "S" TO RESPOSTA-DESCONTO.

           IF RESPOSTA-DESCONTO = "S" AND BEM-VALOR > ZEROS
               PERFORM DESCONTA-BEM.

       DESCONTA-BEM.
           ADD BEM-VALOR TO BENS-A-DESCONTAR.
           ADD 1 TO QTD-BENS-DESCONTADOS.
           MOVE CUST-PLAQUETA TO DESC-PLAQUETA (QTD-BENS-DESCONTADOS).
           MOVE BEM-VALOR TO DESC-VALOR (QTD-BENS-DESCONTADOS).

       IMPRIME-RESCISAO.
           MOVE SPACES TO LINHA-RESCISAO.
           MOVE RESCISAO-TITULO TO LINHA-RESCISAO.
           WRITE LINHA-RESCISAO.
           ADD 1 TO IMPRESSAO-LINHAS.

           IF BENS-A-DESCONTAR > ZEROS
               MOVE BENS-A-DESCONTAR TO RES-BENS
               MOVE SPACES TO LINHA-RESCISAO
               MOVE RESCISAO-BENS TO LINHA-RESCISAO
               WRITE LINHA-RESCISAO
               ADD 1 TO IMPRESSAO-LINHAS.

           MOVE TOTAL-RESCISAO TO RES-TOTAL.
           MOVE SPACES TO LINHA-RESCISAO.
           MOVE RESCISAO-TOTAL TO LINHA-RESCISAO.
           WRITE LINHA-RESCISAO.
           ADD 1 TO IMPRESSAO-LINHAS.

           PERFORM IMPRIME-SALDO-CONSIGNADOS.

           MOVE SPACES TO LINHA-RESCISAO.
           WRITE LINHA-RESCISAO.
           ADD 1 TO IMPRESSAO-LINHAS.

       IMPRIME-SALDO-CONSIGNADOS.
      *    cada contrato ativo sai com o saldo devedor (parcelas
      *    contratadas menos o ja descontado em folha) e, havendo
      *    algum, uma linha com a soma.
           MOVE ZEROS TO TOTAL-SALDO-CONSIGNADO.
           MOVE "N" TO FIM-CONSIGNADOS.

           MOVE FUNCIONARIO-CODIGO TO CONSIG-FUNCIONARIO-CODIGO.
           MOVE ZEROS TO CONSIG-SEQUENCIA.

           START ARQUIVO-CONSIGNADOS
               KEY IS NOT LESS THAN CONSIG-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-CONSIGNADOS.

           PERFORM IMPRIME-PROXIMO-CONSIGNADO
               UNTIL FIM-CONSIGNADOS = "S".

           IF TOTAL-SALDO-CONSIGNADO > ZEROS
               MOVE TOTAL-SALDO-CONSIGNADO TO RES-CONSIG-TOTAL
               MOVE SPACES TO LINHA-RESCISAO
               MOVE RESCISAO-TOTAL-CONSIGNADO TO LINHA-RESCISAO
               WRITE LINHA-RESCISAO
               ADD 1 TO IMPRESSAO-LINHAS.

       IMPRIME-PROXIMO-CONSIGNADO.
           READ ARQUIVO-CONSIGNADOS NEXT RECORD
               AT END
                   MOVE "S" TO FIM-CONSIGNADOS.

           IF FIM-CONSIGNADOS = "N"
               IF CONSIG-FUNCIONARIO-CODIGO NOT = FUNCIONARIO-CODIGO
                   MOVE "S" TO FIM-CONSIGNADOS
               ELSE
                   IF CONSIG-ATIVO
                       PERFORM IMPRIME-LINHA-CONSIGNADO.

       IMPRIME-LINHA-CONSIGNADO.
           COMPUTE SALDO-CONSIGNADO =
               CONSIG-QTD-PARCELAS * CONSIG-VALOR-PARCELA -
               CONSIG-TOTAL-DESCONTADO.
           ADD SALDO-CONSIGNADO TO TOTAL-SALDO-CONSIGNADO.

           MOVE SALDO-CONSIGNADO TO RES-CONSIG-SALDO.
           MOVE CONSIG-CONTRATO TO RES-CONSIG-CONTRATO.
           MOVE CONSIG-CREDOR-NOME TO RES-CONSIG-CREDOR.
           MOVE SPACES TO LINHA-RESCISAO.
           MOVE RESCISAO-CONSIGNADO TO LINHA-RESCISAO.
           WRITE LINHA-RESCISAO.
           ADD 1 TO IMPRESSAO-LINHAS.

       PERGUNTA-EXCLUIR.
           DISPLAY "Deseja excluir este registro (S/N)? ".
           ACCEPT CONFIRMAR-EXCLUSAO.
           COPY "PDPARAMETRO.cob".

           COPY "PDIMPRESSAO.cob".

           COPY "PDJANELA.cob".
