       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG271.
      *    geracao diaria dos pedidos recorrentes - varre os
      *    contratos de fornecimento do PROG270 e, para cada
      *    contrato ativo cuja data do proximo pedido ja chegou,
      *    grava o pedido de verdade em pedidos.dat e
      *    pedido_itens.dat, numerado pelo controle de sequencias,
      *    em BRL, com a condicao e o local de entrega do contrato
      *    (ou os do cliente) e na trilha de auditoria com o lote
      *    como operador. O preco e o fixo do contrato ou o preco
      *    em vigor na data (precos.dat e contratos de preco, como
      *    no PROG100). O limite de credito e conferido como no
      *    VERIFICA-LIMITE-CREDITO do PROG100 (PDEXPOSICAO) - sem
      *    supervisor no lote, o pedido que estoura fica retido, e
      *    tambem o de cliente bloqueado, produto inativo ou sem
      *    preco. Contrato retido nao anda: tenta de novo na rodada
      *    seguinte. Gerado o pedido, o ciclo avanca a frequencia
      *    do contrato a partir da data base e a data sai empurrada
      *    para o dia util seguinte (PDDIAUTIL); ciclo depois da
      *    data final encerra o contrato. Um ciclo perdido (contrato
      *    retido por mais de um ciclo) sai um por rodada. O
      *    relatorio carimbado RECORRENTE_AAAAMMDD_NNN lista o que
      *    foi gerado, retido e encerrado, e a rodada vai para
      *    execucoes.dat. Roda como passo do plano agenda_batch.dat,
      *    no PROG177.
      *    Com a janela batch noturna no ar (trava do PROG177) a
      *    atualizacao e recusada logo na entrada.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBCLIENTE.cob".
           COPY "SBPEDIDO.cob".
           COPY "SBPEDIDOITEM.cob".
           COPY "SBPRODUTO.cob".
           COPY "SBPRECO.cob".
           COPY "SBCAMBIO.cob".
           COPY "SBFATURA.cob".
           COPY "SBSEQUENCIA.cob".
           COPY "SBCONTRATO.cob".
           COPY "SBCALENDARIO.cob".
           COPY "SBAUDITORIA.cob".
           COPY "SBEXECUCAO.cob".
           COPY "SBRECORRENTE.cob".
           COPY "SBRECORITEM.cob".
           COPY "SBIMPRESSAO.cob".
           SELECT RELATORIO-RECORRENTES
               ASSIGN TO SAIDARECOR
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY "SBJANELA.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDCLIENTE.cob".
           COPY "FDPEDIDO.cob".
           COPY "FDPEDIDOITEM.cob".
           COPY "FDPRODUTO.cob".
           COPY "FDPRECO.cob".
           COPY "FDCAMBIO.cob".
           COPY "FDFATURA.cob".
           COPY "FDSEQUENCIA.cob".
           COPY "FDCONTRATO.cob".
           COPY "FDCALENDARIO.cob".
           COPY "FDAUDITORIA.cob".
           COPY "FDEXECUCAO.cob".
           COPY "FDRECORRENTE.cob".
           COPY "FDRECORITEM.cob".
           COPY "FDIMPRESSAO.cob".

       FD  RELATORIO-RECORRENTES.
       01  LINHA-RELATORIO PIC X(100).
           COPY "FDJANELA.cob".

       WORKING-STORAGE SECTION.
           COPY "WSJANELA.cob".
           COPY "WSPRECO.cob".
           COPY "WSCAMBIO.cob".
           COPY "WSCONTRATO.cob".
           COPY "WSEXPOSICAO.cob".
           COPY "WSCALCDIAS.cob".
           COPY "WSDIAUTIL.cob".
           COPY "WSIMPRESSAO.cob".
      *    inicio da rodada, guardado para o registro do log
      *    central de execucoes.
       77  EXECUCAO-DATA-INICIO PIC 9(8).
       77  EXECUCAO-HORA-INICIO PIC 9(8).
       77  DATA-DE-HOJE PIC 9(8).
       77  FIM-CONTRATOS PIC X.
       77  FIM-ITENS PIC X.
       77  TOTAL-CONTRATOS-LIDOS PIC 9(6).
       77  TOTAL-PEDIDOS-GERADOS PIC 9(6).
       77  TOTAL-CONTRATOS-RETIDOS PIC 9(6).
       77  TOTAL-CONTRATOS-ENCERRADOS PIC 9(6).
       77  TOTAL-EXIBIDO PIC ZZ,ZZZ,ZZ9.99.

      *    contrato em geracao - motivo da retencao (espacos = o
      *    pedido sai) e o produto que a causou, quando e de item.
       77  DATA-PREVISTA PIC 9(8).
       77  MOTIVO-RETENCAO PIC X(40).
       77  PRODUTO-RETIDO PIC 9(4).
       77  VENDEDOR-DO-PEDIDO PIC 9(4).
       77  CONDICAO-DO-PEDIDO PIC X(3).
       77  LIMITE-DO-CLIENTE PIC 9(8)V99.
       77  LIMITE-REVISADO PIC X.
       77  PRECO-DO-ITEM PIC 9(6)V99.
       77  TOTAL-DO-PEDIDO PIC 9(8)V99.
       77  QTD-LINHAS-PEDIDO PIC 9(3).
       77  INDICE-LINHA PIC 9(3).

       01  TABELA-LINHAS-PEDIDO.
           05 LINHA-PEDIDO OCCURS 99 TIMES.
               10 LP-PRODUTO PIC 9(4).
               10 LP-DESCRICAO PIC X(30).
               10 LP-QUANTIDADE PIC 9(5).
               10 LP-PRECO PIC 9(6)V99.
               10 LP-FONTE PIC X.
               10 LP-TOTAL PIC 9(8)V99.

       01  CABECALHO-TITULO.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(37) VALUE
               "GERACAO DE PEDIDOS RECORRENTES EM".
           05 FILLER PIC X(1) VALUE SPACE.
           05 CAB-DATA PIC 9999/99/99.

       01  CABECALHO-COLUNAS.
           05 FILLER PIC X(39) VALUE
               "Cliente Ctr   Previsto  Pedido         ".
           05 FILLER PIC X(39) VALUE
               "Total Produto  Situacao                ".

       01  LINHA-DETALHE.
           05 DET-CLIENTE PIC ZZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 DET-CONTRATO PIC 99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-PREVISTO PIC 9999/99/99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-PEDIDO PIC ZZZZZZ.
           05 FILLER PIC X(1) VALUE SPACES.
           05 DET-TOTAL PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 DET-PRODUTO PIC ZZZZ.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-SITUACAO PIC X(40).

       01  LINHA-TOTAL.
           05 TOT-DESCRICAO PIC X(30).
           05 TOT-QUANTIDADE PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
      *    com a janela batch no ar a atualizacao fica parada - a
      *    trava e do orquestrador PROG177.
           MOVE "PROG271" TO JANELA-PROGRAMA.
           PERFORM CONFERE-JANELA-BATCH.
           IF JANELA-BLOQUEIO = "S"
               GOBACK.

           ACCEPT EXECUCAO-DATA-INICIO FROM DATE YYYYMMDD.
           ACCEPT EXECUCAO-HORA-INICIO FROM TIME.
           ACCEPT DATA-DE-HOJE FROM DATE YYYYMMDD.

           PERFORM CARREGA-FERIADOS.
           PERFORM CARREGA-SEQUENCIAS.

      *    carimba a saida da rodada antes do OPEN.
           MOVE "PROG271" TO IMPRESSAO-PROGRAMA.
           MOVE "RECORRENTE" TO IMPRESSAO-PREFIXO.
           MOVE "SAIDARECOR" TO IMPRESSAO-VARIAVEL.
           PERFORM MONTA-NOME-RELATORIO.

           OPEN INPUT ARQUIVO-CLIENTE.
           OPEN INPUT ARQUIVO-PRODUTOS.
           OPEN INPUT ARQUIVO-PRECOS.
           OPEN INPUT ARQUIVO-CAMBIO.
           OPEN I-O ARQUIVO-PEDIDOS.
           OPEN I-O ARQUIVO-PEDIDO-ITENS.
           OPEN INPUT ARQUIVO-FATURAS.
           OPEN INPUT ARQUIVO-CONTRATOS.
           OPEN EXTEND ARQUIVO-AUDITORIA.
           OPEN I-O ARQUIVO-RECORRENTES.
           OPEN INPUT ARQUIVO-RECORRENTE-ITENS.
           OPEN OUTPUT RELATORIO-RECORRENTES.

           MOVE ZEROS TO TOTAL-CONTRATOS-LIDOS.
           MOVE ZEROS TO TOTAL-PEDIDOS-GERADOS.
           MOVE ZEROS TO TOTAL-CONTRATOS-RETIDOS.
           MOVE ZEROS TO TOTAL-CONTRATOS-ENCERRADOS.

           PERFORM ESCREVE-CABECALHO.

           MOVE ZEROS TO RECOR-CHAVE.
           MOVE "N" TO FIM-CONTRATOS.

           START ARQUIVO-RECORRENTES
               KEY IS NOT LESS THAN RECOR-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-CONTRATOS.

           PERFORM PROCESSA-CONTRATO
               UNTIL FIM-CONTRATOS = "S".

           PERFORM ESCREVE-TOTAIS.

           CLOSE ARQUIVO-CLIENTE.
           CLOSE ARQUIVO-PRODUTOS.
           CLOSE ARQUIVO-PRECOS.
           CLOSE ARQUIVO-CAMBIO.
           CLOSE ARQUIVO-PEDIDOS.
           CLOSE ARQUIVO-PEDIDO-ITENS.
           CLOSE ARQUIVO-FATURAS.
           CLOSE ARQUIVO-CONTRATOS.
           CLOSE ARQUIVO-AUDITORIA.
           CLOSE ARQUIVO-RECORRENTES.
           CLOSE ARQUIVO-RECORRENTE-ITENS.
           CLOSE RELATORIO-RECORRENTES.

           PERFORM GRAVA-INDICE-IMPRESSAO.

           DISPLAY "Geracao de pedidos recorrentes concluida".
           DISPLAY "Contratos lidos.......: " TOTAL-CONTRATOS-LIDOS.
           DISPLAY "Pedidos gerados.......: " TOTAL-PEDIDOS-GERADOS.
           DISPLAY "Contratos retidos.....: "
               TOTAL-CONTRATOS-RETIDOS.
           DISPLAY "Contratos encerrados..: "
               TOTAL-CONTRATOS-ENCERRADOS.
           DISPLAY "Relatorio gravado em " IMPRESSAO-NOME.

           PERFORM GRAVA-EXECUCAO.
       PROGRAM-DONE.
      *    GOBACK devolve o controle ao menu quando chamado pelo
      *    PROG40, e encerra normalmente quando executado sozinho.
           GOBACK.

       PROCESSA-CONTRATO.
           READ ARQUIVO-RECORRENTES NEXT RECORD
               AT END
                   MOVE "S" TO FIM-CONTRATOS.

           IF FIM-CONTRATOS = "N"
               ADD 1 TO TOTAL-CONTRATOS-LIDOS
               IF RECOR-ATIVO
                   PERFORM AVALIA-CONTRATO.

      *    a data gravada ja e dia util, mas um feriado cadastrado
      *    depois da ultima geracao pode ter caido nela - por isso
      *    ela passa de novo pelo calendario antes de comparar.
       AVALIA-CONTRATO.
           MOVE RECOR-PROXIMA-DATA TO DIAUTIL-DATA.
           MOVE ZEROS TO DIAUTIL-DIAS-A-SOMAR.
           PERFORM SOMA-DIAS-UTEIS.
           MOVE DIAUTIL-DATA TO DATA-PREVISTA.

           IF RECOR-DATA-FIM > ZEROS AND
               RECOR-DATA-BASE > RECOR-DATA-FIM
               PERFORM ENCERRA-CONTRATO-VENCIDO
           ELSE
               IF DATA-PREVISTA NOT > DATA-DE-HOJE
                   PERFORM GERA-PEDIDO-DO-CONTRATO.

       ENCERRA-CONTRATO-VENCIDO.
           MOVE "E" TO RECOR-SITUACAO.
           REWRITE RECOR-REGISTRO
               INVALID KEY
                   DISPLAY "Erro ao regravar o contrato "
                       RECOR-CHAVE.

           ADD 1 TO TOTAL-CONTRATOS-ENCERRADOS.

           MOVE ZEROS TO PEDIDO-NUMERO.
           MOVE ZEROS TO TOTAL-DO-PEDIDO.
           MOVE ZEROS TO PRODUTO-RETIDO.
           MOVE "CONTRATO VENCIDO - ENCERRADO" TO DET-SITUACAO.
           PERFORM ESCREVE-DETALHE.

       GERA-PEDIDO-DO-CONTRATO.
           MOVE SPACES TO MOTIVO-RETENCAO.
           MOVE ZEROS TO PRODUTO-RETIDO.
           MOVE ZEROS TO QTD-LINHAS-PEDIDO.
           MOVE ZEROS TO TOTAL-DO-PEDIDO.

           PERFORM CONFERE-CLIENTE.

           IF MOTIVO-RETENCAO = SPACES
               PERFORM CARREGA-ITENS-DO-CONTRATO.

           IF MOTIVO-RETENCAO = SPACES AND
               QTD-LINHAS-PEDIDO = ZEROS
               MOVE "CONTRATO SEM ITENS" TO MOTIVO-RETENCAO.

           IF MOTIVO-RETENCAO = SPACES
               PERFORM VERIFICA-LIMITE-CREDITO.

           IF MOTIVO-RETENCAO = SPACES
               PERFORM GRAVA-PEDIDO-DO-CONTRATO
           ELSE
               PERFORM RETEM-CONTRATO.

       CONFERE-CLIENTE.
           MOVE RECOR-CLIENTE-CODIGO TO CLIENTE-CODIGO.
           READ ARQUIVO-CLIENTE RECORD
               INVALID KEY
                   MOVE "CLIENTE NAO CADASTRADO" TO MOTIVO-RETENCAO.

           IF MOTIVO-RETENCAO = SPACES
               IF CLIENTE-BLOQUEADO
                   MOVE "CLIENTE COM CREDITO BLOQUEADO" TO
                       MOTIVO-RETENCAO
               ELSE
                   MOVE CLIENTE-FUNCIONARIO-CODIGO TO
                       VENDEDOR-DO-PEDIDO
                   MOVE CLIENTE-LIMITE-CREDITO TO LIMITE-DO-CLIENTE
                   PERFORM VERIFICA-REVISAO-CREDITO
                   PERFORM ESCOLHE-CONDICAO.

      *    em branco no contrato vale a condicao padrao do cliente.
       ESCOLHE-CONDICAO.
           IF RECOR-CONDICAO-PAGAMENTO = SPACES
               MOVE CLIENTE-CONDICAO-PAGAMENTO TO CONDICAO-DO-PEDIDO
           ELSE
               MOVE RECOR-CONDICAO-PAGAMENTO TO CONDICAO-DO-PEDIDO.

       CARREGA-ITENS-DO-CONTRATO.
           MOVE RECOR-CLIENTE-CODIGO TO RECITEM-CLIENTE-CODIGO.
           MOVE RECOR-SEQUENCIA TO RECITEM-SEQUENCIA.
           MOVE ZEROS TO RECITEM-LINHA.
           MOVE "N" TO FIM-ITENS.

           START ARQUIVO-RECORRENTE-ITENS
               KEY IS NOT LESS THAN RECITEM-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-ITENS.

           PERFORM CARREGA-UM-ITEM
               UNTIL FIM-ITENS = "S".

       CARREGA-UM-ITEM.
           READ ARQUIVO-RECORRENTE-ITENS NEXT RECORD
               AT END
                   MOVE "S" TO FIM-ITENS.

           IF FIM-ITENS = "N"
               IF RECITEM-CLIENTE-CODIGO NOT = RECOR-CLIENTE-CODIGO OR
                   RECITEM-SEQUENCIA NOT = RECOR-SEQUENCIA
                   MOVE "S" TO FIM-ITENS
               ELSE
                   PERFORM GUARDA-ITEM.

      *    o primeiro item com problema retem o contrato todo.
       GUARDA-ITEM.
           ADD 1 TO QTD-LINHAS-PEDIDO.
           MOVE QTD-LINHAS-PEDIDO TO INDICE-LINHA.

           MOVE RECITEM-PRODUTO-CODIGO TO PRODUTO-CODIGO.
           READ ARQUIVO-PRODUTOS RECORD
               INVALID KEY
                   MOVE "PRODUTO NAO CADASTRADO" TO MOTIVO-RETENCAO.

           IF MOTIVO-RETENCAO = SPACES
               IF PRODUTO-INATIVO
                   MOVE "PRODUTO INATIVO" TO MOTIVO-RETENCAO.

           IF MOTIVO-RETENCAO = SPACES
               PERFORM PEGA-PRECO-DO-ITEM.

           IF MOTIVO-RETENCAO = SPACES
               MOVE RECITEM-PRODUTO-CODIGO TO LP-PRODUTO (INDICE-LINHA)
               MOVE PRODUTO-DESCRICAO TO LP-DESCRICAO (INDICE-LINHA)
               MOVE RECITEM-QUANTIDADE TO
                   LP-QUANTIDADE (INDICE-LINHA)
               COMPUTE LP-TOTAL (INDICE-LINHA) =
                   LP-QUANTIDADE (INDICE-LINHA) *
                   LP-PRECO (INDICE-LINHA)
               ADD LP-TOTAL (INDICE-LINHA) TO TOTAL-DO-PEDIDO
           ELSE
               MOVE RECITEM-PRODUTO-CODIGO TO PRODUTO-RETIDO
               MOVE "S" TO FIM-ITENS.

      *    preco fixo e o combinado no contrato, e sai no pedido
      *    como preco de contrato; preco atual e o do PROG100 -
      *    a tabela datada na data de hoje, trocada pelo contrato
      *    de preco do cliente quando vale. Sem preco datado e sem
      *    contrato o lote nao usa o preco de contingencia do
      *    cadastro sem alguem olhar.
       PEGA-PRECO-DO-ITEM.
           IF RECOR-PRECO-FIXO
               IF RECITEM-PRECO-FIXO = ZEROS
                   MOVE "ITEM SEM PRECO FIXO NO CONTRATO" TO
                       MOTIVO-RETENCAO
               ELSE
                   MOVE RECITEM-PRECO-FIXO TO
                       LP-PRECO (INDICE-LINHA)
                   MOVE "C" TO LP-FONTE (INDICE-LINHA)
           ELSE
               PERFORM PEGA-PRECO-ATUAL.

       PEGA-PRECO-ATUAL.
           MOVE PRODUTO-CODIGO TO PRECO-PRODUTO-BUSCA.
           MOVE DATA-DE-HOJE TO PRECO-DATA-BUSCA.
           PERFORM BUSCA-PRECO-VIGENTE.

           IF PRECO-ENCONTRADO = "S"
               MOVE PRECO-VIGENTE-VALOR TO PRECO-DO-ITEM
           ELSE
               MOVE PRODUTO-PRECO TO PRECO-DO-ITEM.

           MOVE RECOR-CLIENTE-CODIGO TO CONTRATO-CLIENTE-BUSCA.
           MOVE PRODUTO-CODIGO TO CONTRATO-PRODUTO-BUSCA.
           MOVE DATA-DE-HOJE TO CONTRATO-DATA-BUSCA.
           MOVE PRECO-DO-ITEM TO CONTRATO-PRECO-OFICIAL.
           PERFORM BUSCA-PRECO-CONTRATO.

           IF PRECO-ENCONTRADO = "N" AND CONTRATO-FONTE-OFICIAL
               MOVE "PRODUTO SEM PRECO VIGENTE NEM CONTRATO" TO
                   MOTIVO-RETENCAO
           ELSE
               MOVE CONTRATO-PRECO-FINAL TO LP-PRECO (INDICE-LINHA)
               MOVE CONTRATO-FONTE TO LP-FONTE (INDICE-LINHA).

       VERIFICA-REVISAO-CREDITO.
           MOVE "N" TO LIMITE-REVISADO.
           IF CLIENTE-DATA-REVISAO-CREDITO NUMERIC
               IF CLIENTE-DATA-REVISAO-CREDITO > ZEROS
                   MOVE "S" TO LIMITE-REVISADO.

       VERIFICA-LIMITE-CREDITO.
      *    a mesma conta do PROG100: com limite zerado nada e
      *    conferido, a menos que o zero tenha vindo da revisao de
      *    credito; com limite, a exposicao mais o pedido gerado
      *    nao pode passar do limite. No lote nao ha supervisor
      *    para autorizar - o contrato fica retido.
           IF LIMITE-DO-CLIENTE > ZEROS OR LIMITE-REVISADO = "S"
               MOVE RECOR-CLIENTE-CODIGO TO EXPOSICAO-CLIENTE-BUSCA
               PERFORM CALCULA-EXPOSICAO-CLIENTE
               IF EXPOSICAO-TOTAL + TOTAL-DO-PEDIDO >
                   LIMITE-DO-CLIENTE
                   MOVE "LIMITE DE CREDITO EXCEDIDO" TO
                       MOTIVO-RETENCAO.

       RETEM-CONTRATO.
           ADD 1 TO TOTAL-CONTRATOS-RETIDOS.

           MOVE ZEROS TO PEDIDO-NUMERO.
           MOVE MOTIVO-RETENCAO TO DET-SITUACAO.
           PERFORM ESCREVE-DETALHE.

      *    o cabecalho ja sai com o total e o espelho do primeiro
      *    item que o PROG100 regrava no fim.
       GRAVA-PEDIDO-DO-CONTRATO.
           MOVE SPACE TO PEDIDO-REGISTRO.
           COMPUTE PEDIDO-NUMERO = SEQ-ULTIMO-PEDIDO + 1.
           MOVE RECOR-CLIENTE-CODIGO TO PEDIDO-CLIENTE-CODIGO.
           MOVE DATA-DE-HOJE TO PEDIDO-DATA.
           MOVE LP-DESCRICAO (1) TO PEDIDO-ITEM-DESCRICAO.
           MOVE LP-QUANTIDADE (1) TO PEDIDO-QUANTIDADE.
           MOVE LP-PRECO (1) TO PEDIDO-PRECO-UNITARIO.
           MOVE TOTAL-DO-PEDIDO TO PEDIDO-TOTAL.
           MOVE VENDEDOR-DO-PEDIDO TO PEDIDO-FUNCIONARIO-CODIGO.
           MOVE "A" TO PEDIDO-STATUS.
           MOVE ZEROS TO PEDIDO-DATA-ENTREGA.
           MOVE "BRL" TO PEDIDO-MOEDA-CODIGO.
           MOVE CONDICAO-DO-PEDIDO TO PEDIDO-CONDICAO-PAGAMENTO.
           MOVE ZEROS TO PEDIDO-ORIGEM.
           MOVE RECOR-ENTREGA-SEQUENCIA TO PEDIDO-ENTREGA-SEQUENCIA.

           WRITE PEDIDO-REGISTRO
               INVALID KEY
                   MOVE "NUMERO DE PEDIDO JA EXISTE" TO
                       MOTIVO-RETENCAO
                   PERFORM RETEM-CONTRATO
               NOT INVALID KEY
                   MOVE PEDIDO-NUMERO TO SEQ-ULTIMO-PEDIDO
                   PERFORM GRAVA-SEQUENCIAS
                   PERFORM GRAVA-ITEM-DO-PEDIDO
                       VARYING INDICE-LINHA FROM 1 BY 1
                       UNTIL INDICE-LINHA > QTD-LINHAS-PEDIDO
                   PERFORM GRAVA-AUDITORIA-INCLUSAO
                   PERFORM AVANCA-CONTRATO.

       GRAVA-ITEM-DO-PEDIDO.
           MOVE SPACE TO PEDIDO-ITEM-REGISTRO.
           MOVE PEDIDO-NUMERO TO ITEM-PEDIDO-NUMERO.
           MOVE INDICE-LINHA TO ITEM-LINHA.
           MOVE LP-PRODUTO (INDICE-LINHA) TO ITEM-PRODUTO-CODIGO.
           MOVE LP-DESCRICAO (INDICE-LINHA) TO ITEM-DESCRICAO.
           MOVE LP-QUANTIDADE (INDICE-LINHA) TO ITEM-QUANTIDADE.
           MOVE LP-PRECO (INDICE-LINHA) TO ITEM-PRECO-UNITARIO.
           MOVE LP-TOTAL (INDICE-LINHA) TO ITEM-TOTAL.
           MOVE LP-FONTE (INDICE-LINHA) TO ITEM-FONTE-PRECO.
           MOVE ZEROS TO ITEM-CUSTO-UNITARIO.

           WRITE PEDIDO-ITEM-REGISTRO
               INVALID KEY
                   DISPLAY "Linha " INDICE-LINHA " do pedido "
                       PEDIDO-NUMERO " ja existe, nada gravado".

      *    o pedido gerado entra na trilha como o digitado no
      *    PROG100 - total e situacao, com o lote como operador.
       GRAVA-AUDITORIA-INCLUSAO.
           MOVE "TOTAL PEDIDO" TO AUD-CAMPO.
           MOVE PEDIDO-TOTAL TO TOTAL-EXIBIDO.
           MOVE TOTAL-EXIBIDO TO AUD-VALOR-DEPOIS.
           PERFORM GRAVA-AUDITORIA.

           MOVE "STATUS PEDIDO" TO AUD-CAMPO.
           MOVE PEDIDO-STATUS TO AUD-VALOR-DEPOIS.
           PERFORM GRAVA-AUDITORIA.

       GRAVA-AUDITORIA.
           ACCEPT AUD-DATA FROM DATE YYYYMMDD.
           ACCEPT AUD-HORA FROM TIME.
           MOVE "I" TO AUD-OPERACAO.
           MOVE "BATCH" TO AUD-OPERADOR.
           MOVE ZEROS TO AUD-CODIGO.
           MOVE "PED" TO AUD-ARQUIVO.
           MOVE PEDIDO-NUMERO TO AUD-CHAVE.
           MOVE SPACES TO AUD-VALOR-ANTES.
           WRITE AUDITORIA-REGISTRO.

      *    o ciclo anda a partir da data base, no dia combinado ou
      *    no ultimo dia do mes quando ele nao tem esse dia, e a
      *    data do pedido vai para o dia util seguinte. Passou da
      *    data final, este foi o ultimo pedido do contrato.
       AVANCA-CONTRATO.
           ADD 1 TO TOTAL-PEDIDOS-GERADOS.

           MOVE PEDIDO-NUMERO TO RECOR-ULTIMO-PEDIDO.
           MOVE DATA-DE-HOJE TO RECOR-DATA-ULTIMO-PEDIDO.

           MOVE RECOR-DATA-BASE TO DIAUTIL-DATA.
           ADD RECOR-FREQUENCIA-MESES TO DIAUTIL-MES.
           IF DIAUTIL-MES > 12
               SUBTRACT 12 FROM DIAUTIL-MES
               ADD 1 TO DIAUTIL-ANO.

           PERFORM ACHA-ULTIMO-DIA-DO-MES.
           IF RECOR-DIA-BASE > DIAUTIL-ULTIMO-DIA-MES
               MOVE DIAUTIL-ULTIMO-DIA-MES TO DIAUTIL-DIA
           ELSE
               MOVE RECOR-DIA-BASE TO DIAUTIL-DIA.

           MOVE DIAUTIL-DATA TO RECOR-DATA-BASE.
           MOVE ZEROS TO DIAUTIL-DIAS-A-SOMAR.
           PERFORM SOMA-DIAS-UTEIS.
           MOVE DIAUTIL-DATA TO RECOR-PROXIMA-DATA.

           MOVE "GERADO" TO DET-SITUACAO.
           IF RECOR-DATA-FIM > ZEROS AND
               RECOR-DATA-BASE > RECOR-DATA-FIM
               MOVE "E" TO RECOR-SITUACAO
               ADD 1 TO TOTAL-CONTRATOS-ENCERRADOS
               MOVE "GERADO - ULTIMO PEDIDO DO CONTRATO" TO
                   DET-SITUACAO.

           REWRITE RECOR-REGISTRO
               INVALID KEY
                   DISPLAY "Erro ao regravar o contrato "
                       RECOR-CHAVE.

           PERFORM ESCREVE-DETALHE.

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

      *    DET-SITUACAO vem montada de quem chama.
       ESCREVE-DETALHE.
           MOVE RECOR-CLIENTE-CODIGO TO DET-CLIENTE.
           MOVE RECOR-SEQUENCIA TO DET-CONTRATO.
           MOVE DATA-PREVISTA TO DET-PREVISTO.
           MOVE PEDIDO-NUMERO TO DET-PEDIDO.
           MOVE TOTAL-DO-PEDIDO TO DET-TOTAL.
           MOVE PRODUTO-RETIDO TO DET-PRODUTO.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-DETALHE TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

       ESCREVE-TOTAIS.
           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE "Contratos lidos.............:" TO TOT-DESCRICAO.
           MOVE TOTAL-CONTRATOS-LIDOS TO TOT-QUANTIDADE.
           PERFORM ESCREVE-TOTAL.

           MOVE "Pedidos gerados.............:" TO TOT-DESCRICAO.
           MOVE TOTAL-PEDIDOS-GERADOS TO TOT-QUANTIDADE.
           PERFORM ESCREVE-TOTAL.

           MOVE "Contratos retidos...........:" TO TOT-DESCRICAO.
           MOVE TOTAL-CONTRATOS-RETIDOS TO TOT-QUANTIDADE.
           PERFORM ESCREVE-TOTAL.

           MOVE "Contratos encerrados........:" TO TOT-DESCRICAO.
           MOVE TOTAL-CONTRATOS-ENCERRADOS TO TOT-QUANTIDADE.
           PERFORM ESCREVE-TOTAL.

       ESCREVE-TOTAL.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-TOTAL TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

       ESCREVE-LINHA.
           WRITE LINHA-RELATORIO.
           ADD 1 TO IMPRESSAO-LINHAS.

       CARREGA-SEQUENCIAS.
      *    le o ultimo numero atribuido, como o PROG44 le o seu
      *    checkpoint; arquivo ainda inexistente comeca do zero.
           MOVE ZEROS TO SEQUENCIA-REGISTRO.
           OPEN INPUT ARQUIVO-SEQUENCIAS.
           READ ARQUIVO-SEQUENCIAS RECORD AT END
               MOVE ZEROS TO SEQUENCIA-REGISTRO.
           CLOSE ARQUIVO-SEQUENCIAS.

       GRAVA-SEQUENCIAS.
           OPEN OUTPUT ARQUIVO-SEQUENCIAS.
           WRITE SEQUENCIA-REGISTRO.
           CLOSE ARQUIVO-SEQUENCIAS.

       GRAVA-EXECUCAO.
      *    anexa a rodada ao log central de execucoes, de onde o
      *    resumo matinal do PROG118 le a janela da noite.
           OPEN EXTEND ARQUIVO-EXECUCOES.
           MOVE "PROG271" TO EXEC-PROGRAMA.
           MOVE EXECUCAO-DATA-INICIO TO EXEC-DATA-INICIO.
           MOVE EXECUCAO-HORA-INICIO TO EXEC-HORA-INICIO.
           ACCEPT EXEC-DATA-FIM FROM DATE YYYYMMDD.
           ACCEPT EXEC-HORA-FIM FROM TIME.
           MOVE TOTAL-CONTRATOS-LIDOS TO EXEC-LIDOS.
           MOVE TOTAL-PEDIDOS-GERADOS TO EXEC-GRAVADOS.
           MOVE TOTAL-CONTRATOS-RETIDOS TO EXEC-REJEITADOS.

           IF TOTAL-CONTRATOS-RETIDOS > ZEROS
               MOVE "RJ" TO EXEC-RESULTADO
           ELSE
               MOVE "OK" TO EXEC-RESULTADO.

           WRITE EXECUCAO-REGISTRO.
           CLOSE ARQUIVO-EXECUCOES.

           COPY "PDPRECO.cob".

           COPY "PDCAMBIO.cob".

           COPY "PDCONTRATO.cob".

           COPY "PDEXPOSICAO.cob".

           COPY "PDCALCDIAS.cob".

           COPY "PDDIAUTIL.cob".

           COPY "PDIMPRESSAO.cob".
           COPY "PDJANELA.cob".
