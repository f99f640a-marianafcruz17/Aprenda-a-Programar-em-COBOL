       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG269.
      *    importacao em lote dos pedidos de compra que os clientes
      *    mandam em arquivo (pedidos_edi.txt), sem operador no
      *    terminal, como o PROG66 faz com o extrato de clientes -
      *    acaba a redigitacao no PROG100. O arquivo e de largura
      *    fixa: um registro "C" de cabecalho por pedido (cliente,
      *    numero do pedido de compra do cliente, condicao de
      *    pagamento e local de entrega, os dois em branco/zeros
      *    para ficar o padrao do cliente) seguido dos registros
      *    "I" de item (produto e quantidade). Valem as regras da
      *    digitacao do PROG100: cliente cadastrado e sem bloqueio
      *    de credito, produto cadastrado e ativo com preco vigente
      *    em precos.dat ou preco de contrato (PDCONTRATO), e o
      *    limite de credito conferido como no VERIFICA-LIMITE-
      *    CREDITO - sem supervisor no lote, estourou o limite o
      *    pedido e rejeitado. Referencia do cliente ja importada
      *    (referencias_edi.dat) tambem e rejeitada. O pedido entra
      *    inteiro ou nao entra: qualquer linha com erro rejeita o
      *    pedido todo. O aceito e numerado pelo controle de
      *    sequencias e gravado em pedidos.dat e pedido_itens.dat,
      *    em BRL e com a data de hoje, e entra na trilha de
      *    auditoria. O relatorio carimbado EDIPEDIDO_AAAAMMDD_NNN
      *    lista cada pedido aceito e cada linha rejeitada com o
      *    motivo, e a rodada vai para execucoes.dat. Roda como
      *    passo do plano agenda_batch.dat, no PROG177.
      *    Com a janela batch noturna no ar (trava do PROG177) a
      *    atualizacao e recusada logo na entrada.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    OPTIONAL porque nem toda noite chega arquivo de cliente;
      *    sem ele a rodada sai vazia e o passo da agenda fica OK.
           SELECT OPTIONAL ARQUIVO-EDI
               ASSIGN TO "pedidos_edi.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY "SBCLIENTE.cob".
           COPY "SBPEDIDO.cob".
           COPY "SBPEDIDOITEM.cob".
           COPY "SBPRODUTO.cob".
           COPY "SBPRECO.cob".
           COPY "SBCAMBIO.cob".
           COPY "SBFATURA.cob".
           COPY "SBSEQUENCIA.cob".
           COPY "SBCONDICAO.cob".
           COPY "SBCONTRATO.cob".
           COPY "SBENTREGA.cob".
           COPY "SBAUDITORIA.cob".
           COPY "SBEXECUCAO.cob".
           COPY "SBREFEDI.cob".
           COPY "SBIMPRESSAO.cob".
           SELECT RELATORIO-EDI
               ASSIGN TO SAIDAEDI
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY "SBJANELA.cob".
       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-EDI.
       01  EDI-CABECALHO.
           05 EDI-CAB-TIPO PIC X.
           05 EDI-CAB-CLIENTE PIC 9(4).
           05 EDI-CAB-REFERENCIA PIC X(15).
           05 EDI-CAB-CONDICAO PIC X(3).
           05 EDI-CAB-ENTREGA PIC 9(3).
       01  EDI-ITEM.
           05 EDI-ITE-TIPO PIC X.
           05 EDI-ITE-PRODUTO PIC 9(4).
           05 EDI-ITE-QUANTIDADE PIC 9(5).

           COPY "FDCLIENTE.cob".
           COPY "FDPEDIDO.cob".
           COPY "FDPEDIDOITEM.cob".
           COPY "FDPRODUTO.cob".
           COPY "FDPRECO.cob".
           COPY "FDCAMBIO.cob".
           COPY "FDFATURA.cob".
           COPY "FDSEQUENCIA.cob".
           COPY "FDCONDICAO.cob".
           COPY "FDCONTRATO.cob".
           COPY "FDENTREGA.cob".
           COPY "FDAUDITORIA.cob".
           COPY "FDEXECUCAO.cob".
           COPY "FDREFEDI.cob".
           COPY "FDIMPRESSAO.cob".

       FD  RELATORIO-EDI.
       01  LINHA-RELATORIO PIC X(100).
           COPY "FDJANELA.cob".

       WORKING-STORAGE SECTION.
           COPY "WSJANELA.cob".
           COPY "WSPRECO.cob".
           COPY "WSCAMBIO.cob".
           COPY "WSCONTRATO.cob".
           COPY "WSEXPOSICAO.cob".
           COPY "WSIMPRESSAO.cob".
      *    inicio da rodada, guardado para o registro do log
      *    central de execucoes.
       77  EXECUCAO-DATA-INICIO PIC 9(8).
       77  EXECUCAO-HORA-INICIO PIC 9(8).
       77  DATA-DE-HOJE PIC 9(8).
       77  FINAL-ARQUIVO PIC X.
       77  REGISTRO-ENCONTRADO PIC X.
       77  TOTAL-LINHAS-LIDAS PIC 9(6).
       77  TOTAL-LINHAS-REJEITADAS PIC 9(6).
       77  TOTAL-PEDIDOS-ACEITOS PIC 9(6).
       77  TOTAL-PEDIDOS-REJEITADOS PIC 9(6).
       77  NUMERO-DA-LINHA PIC 9(6).
       77  MOTIVO-DA-LINHA PIC X(40).
       77  TOTAL-EXIBIDO PIC ZZ,ZZZ,ZZ9.99.

      *    pedido em montagem - o cabecalho validado e as linhas
      *    guardadas ate o proximo "C" ou o fim do arquivo, quando
      *    o pedido e gravado inteiro ou rejeitado inteiro.
       77  PEDIDO-EM-MONTAGEM PIC X.
       77  LINHA-DO-CABECALHO PIC 9(6).
       77  MOTIVO-DO-CABECALHO PIC X(40).
       77  CLIENTE-DO-PEDIDO PIC 9(4).
       77  REFERENCIA-DO-PEDIDO PIC X(15).
       77  VENDEDOR-DO-PEDIDO PIC 9(4).
       77  CONDICAO-DO-PEDIDO PIC X(3).
       77  ENTREGA-DO-PEDIDO PIC 9(3).
       77  PEDIDO-DUPLICADO PIC 9(6).
       77  QTD-LINHAS-EDI PIC 9(3).
       77  QTD-LINHAS-COM-ERRO PIC 9(3).
       77  INDICE-LINHA PIC 9(3).
       77  PRECO-DO-ITEM PIC 9(6)V99.
       77  TOTAL-DO-PEDIDO PIC 9(8)V99.

       01  TABELA-LINHAS-EDI.
           05 LINHA-EDI OCCURS 99 TIMES.
               10 LE-NUMERO PIC 9(6).
               10 LE-PRODUTO PIC 9(4).
               10 LE-DESCRICAO PIC X(30).
               10 LE-QUANTIDADE PIC 9(5).
               10 LE-PRECO PIC 9(6)V99.
               10 LE-FONTE PIC X.
               10 LE-TOTAL PIC 9(8)V99.
               10 LE-MOTIVO PIC X(40).

      *    limite de credito como no PROG100: limite e revisao do
      *    cliente guardados na validacao; a exposicao sai do
      *    PDEXPOSICAO.
       77  LIMITE-DO-CLIENTE PIC 9(8)V99.
       77  LIMITE-REVISADO PIC X.

       01  CABECALHO-TITULO.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(37) VALUE
               "IMPORTACAO DE PEDIDOS EDI - RODADA DE".
           05 FILLER PIC X(1) VALUE SPACE.
           05 CAB-DATA PIC 9999/99/99.

       01  CABECALHO-COLUNAS.
           05 FILLER PIC X(39) VALUE
               " Linha Cliente Referencia      Produto".
           05 FILLER PIC X(39) VALUE
               "  Pedido  Situacao                     ".

       01  LINHA-DETALHE.
           05 DET-LINHA PIC ZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-CLIENTE PIC ZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-REFERENCIA PIC X(15).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-PRODUTO PIC ZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-PEDIDO PIC ZZZZZZ.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-SITUACAO PIC X(40).

       01  LINHA-TOTAL.
           05 TOT-DESCRICAO PIC X(30).
           05 TOT-QUANTIDADE PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
      *    com a janela batch no ar a atualizacao fica parada - a
      *    trava e do orquestrador PROG177.
           MOVE "PROG269" TO JANELA-PROGRAMA.
           PERFORM CONFERE-JANELA-BATCH.
           IF JANELA-BLOQUEIO = "S"
               GOBACK.

           ACCEPT EXECUCAO-DATA-INICIO FROM DATE YYYYMMDD.
           ACCEPT EXECUCAO-HORA-INICIO FROM TIME.
           ACCEPT DATA-DE-HOJE FROM DATE YYYYMMDD.

           PERFORM CARREGA-SEQUENCIAS.

      *    carimba a saida da rodada antes do OPEN.
           MOVE "PROG269" TO IMPRESSAO-PROGRAMA.
           MOVE "EDIPEDIDO" TO IMPRESSAO-PREFIXO.
           MOVE "SAIDAEDI" TO IMPRESSAO-VARIAVEL.
           PERFORM MONTA-NOME-RELATORIO.

           OPEN INPUT ARQUIVO-EDI.
           OPEN INPUT ARQUIVO-CLIENTE.
           OPEN INPUT ARQUIVO-PRODUTOS.
           OPEN INPUT ARQUIVO-PRECOS.
           OPEN INPUT ARQUIVO-CAMBIO.
           OPEN I-O ARQUIVO-PEDIDOS.
           OPEN I-O ARQUIVO-PEDIDO-ITENS.
           OPEN INPUT ARQUIVO-FATURAS.
           OPEN INPUT ARQUIVO-CONDICOES.
           OPEN INPUT ARQUIVO-CONTRATOS.
           OPEN INPUT ARQUIVO-ENTREGAS.
           OPEN EXTEND ARQUIVO-AUDITORIA.
           OPEN I-O ARQUIVO-REFERENCIAS-EDI.
           OPEN OUTPUT RELATORIO-EDI.

           MOVE ZEROS TO TOTAL-LINHAS-LIDAS.
           MOVE ZEROS TO TOTAL-LINHAS-REJEITADAS.
           MOVE ZEROS TO TOTAL-PEDIDOS-ACEITOS.
           MOVE ZEROS TO TOTAL-PEDIDOS-REJEITADOS.
           MOVE ZEROS TO NUMERO-DA-LINHA.
           MOVE "N" TO PEDIDO-EM-MONTAGEM.

           PERFORM ESCREVE-CABECALHO.

           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LEIA-PROXIMO-EDI.

           PERFORM PROCESSA-REGISTRO-EDI
               UNTIL FINAL-ARQUIVO = "S".

           IF PEDIDO-EM-MONTAGEM = "S"
               PERFORM FECHA-PEDIDO-EDI.

           PERFORM ESCREVE-TOTAIS.

           CLOSE ARQUIVO-EDI.
           CLOSE ARQUIVO-CLIENTE.
           CLOSE ARQUIVO-PRODUTOS.
           CLOSE ARQUIVO-PRECOS.
           CLOSE ARQUIVO-CAMBIO.
           CLOSE ARQUIVO-PEDIDOS.
           CLOSE ARQUIVO-PEDIDO-ITENS.
           CLOSE ARQUIVO-FATURAS.
           CLOSE ARQUIVO-CONDICOES.
           CLOSE ARQUIVO-CONTRATOS.
           CLOSE ARQUIVO-ENTREGAS.
           CLOSE ARQUIVO-AUDITORIA.
           CLOSE ARQUIVO-REFERENCIAS-EDI.
           CLOSE RELATORIO-EDI.

           PERFORM GRAVA-INDICE-IMPRESSAO.

           DISPLAY "Importacao de pedidos EDI concluida".
           DISPLAY "Linhas lidas..........: " TOTAL-LINHAS-LIDAS.
           DISPLAY "Pedidos aceitos.......: " TOTAL-PEDIDOS-ACEITOS.
           DISPLAY "Pedidos rejeitados....: "
               TOTAL-PEDIDOS-REJEITADOS.
           DISPLAY "Linhas rejeitadas.....: "
               TOTAL-LINHAS-REJEITADAS.
           DISPLAY "Relatorio gravado em " IMPRESSAO-NOME.

           PERFORM GRAVA-EXECUCAO.
       PROGRAM-DONE.
      *    GOBACK devolve o controle ao menu quando chamado pelo
      *    PROG40, e encerra normalmente quando executado sozinho.
           GOBACK.

       LEIA-PROXIMO-EDI.
           READ ARQUIVO-EDI RECORD AT END
               MOVE "S" TO FINAL-ARQUIVO.

       PROCESSA-REGISTRO-EDI.
           ADD 1 TO TOTAL-LINHAS-LIDAS.
           ADD 1 TO NUMERO-DA-LINHA.

           IF EDI-CAB-TIPO = "C"
               PERFORM INICIA-PEDIDO-EDI
           ELSE
               IF EDI-CAB-TIPO = "I"
                   PERFORM RECEBE-ITEM-EDI
               ELSE
                   MOVE "TIPO DE REGISTRO DESCONHECIDO" TO
                       MOTIVO-DA-LINHA
                   PERFORM REJEITA-LINHA-SOLTA.

           PERFORM LEIA-PROXIMO-EDI.

      *    o "C" fecha o pedido anterior e abre o seguinte.
       INICIA-PEDIDO-EDI.
           IF PEDIDO-EM-MONTAGEM = "S"
               PERFORM FECHA-PEDIDO-EDI.

           MOVE "S" TO PEDIDO-EM-MONTAGEM.
           MOVE NUMERO-DA-LINHA TO LINHA-DO-CABECALHO.
           MOVE SPACES TO MOTIVO-DO-CABECALHO.
           MOVE ZEROS TO CLIENTE-DO-PEDIDO.
           MOVE EDI-CAB-REFERENCIA TO REFERENCIA-DO-PEDIDO.
           MOVE ZEROS TO VENDEDOR-DO-PEDIDO.
           MOVE SPACES TO CONDICAO-DO-PEDIDO.
           MOVE ZEROS TO ENTREGA-DO-PEDIDO.
           MOVE ZEROS TO PEDIDO-DUPLICADO.
           MOVE ZEROS TO QTD-LINHAS-EDI.
           MOVE ZEROS TO QTD-LINHAS-COM-ERRO.
           MOVE ZEROS TO TOTAL-DO-PEDIDO.
           MOVE ZEROS TO LIMITE-DO-CLIENTE.
           MOVE "N" TO LIMITE-REVISADO.

           PERFORM VALIDA-CLIENTE-EDI.

           IF MOTIVO-DO-CABECALHO = SPACES
               PERFORM VALIDA-REFERENCIA-EDI.

           IF MOTIVO-DO-CABECALHO = SPACES
               PERFORM VALIDA-CONDICAO-EDI.

           IF MOTIVO-DO-CABECALHO = SPACES
               PERFORM VALIDA-ENTREGA-EDI.

       VALIDA-CLIENTE-EDI.
           IF EDI-CAB-CLIENTE NOT NUMERIC
               MOVE "CODIGO DE CLIENTE INVALIDO" TO
                   MOTIVO-DO-CABECALHO
           ELSE
               MOVE EDI-CAB-CLIENTE TO CLIENTE-DO-PEDIDO
               MOVE EDI-CAB-CLIENTE TO CLIENTE-CODIGO
               READ ARQUIVO-CLIENTE RECORD
                   INVALID KEY
                       MOVE "CLIENTE NAO CADASTRADO" TO
                           MOTIVO-DO-CABECALHO.

           IF MOTIVO-DO-CABECALHO = SPACES
               IF CLIENTE-BLOQUEADO
                   MOVE "CLIENTE COM CREDITO BLOQUEADO" TO
                       MOTIVO-DO-CABECALHO
               ELSE
                   MOVE CLIENTE-FUNCIONARIO-CODIGO TO
                       VENDEDOR-DO-PEDIDO
                   MOVE CLIENTE-CONDICAO-PAGAMENTO TO
                       CONDICAO-DO-PEDIDO
                   MOVE CLIENTE-LIMITE-CREDITO TO LIMITE-DO-CLIENTE
                   PERFORM VERIFICA-REVISAO-CREDITO.

      *    a referencia e o numero do pedido de compra do cliente;
      *    sem ela nao ha como barrar o reenvio do mesmo pedido.
       VALIDA-REFERENCIA-EDI.
           IF REFERENCIA-DO-PEDIDO = SPACES
               MOVE "SEM NUMERO DO PEDIDO DO CLIENTE" TO
                   MOTIVO-DO-CABECALHO
           ELSE
               MOVE CLIENTE-DO-PEDIDO TO REFEDI-CLIENTE-CODIGO
               MOVE REFERENCIA-DO-PEDIDO TO REFEDI-REFERENCIA
               READ ARQUIVO-REFERENCIAS-EDI RECORD
                   NOT INVALID KEY
                       MOVE REFEDI-PEDIDO-NUMERO TO PEDIDO-DUPLICADO
                       MOVE "REFERENCIA JA IMPORTADA NO PEDIDO" TO
                           MOTIVO-DO-CABECALHO.

      *    em branco fica a condicao padrao do cliente, como a
      *    sugestao aceita no PROG100.
       VALIDA-CONDICAO-EDI.
           IF EDI-CAB-CONDICAO NOT = SPACES
               MOVE EDI-CAB-CONDICAO TO CONDICAO-CODIGO
               READ ARQUIVO-CONDICOES RECORD
                   INVALID KEY
                       MOVE "CONDICAO DE PAGAMENTO NAO CADASTRADA" TO
                           MOTIVO-DO-CABECALHO
                   NOT INVALID KEY
                       MOVE EDI-CAB-CONDICAO TO CONDICAO-DO-PEDIDO.

      *    zeros entrega no endereco de cobranca.
       VALIDA-ENTREGA-EDI.
           IF EDI-CAB-ENTREGA NOT NUMERIC
               MOVE "LOCAL DE ENTREGA INVALIDO" TO
                   MOTIVO-DO-CABECALHO
           ELSE
               IF EDI-CAB-ENTREGA > ZEROS
                   PERFORM CONFERE-LOCAL-ENTREGA.

       CONFERE-LOCAL-ENTREGA.
           MOVE CLIENTE-DO-PEDIDO TO ENTREGA-CLIENTE-CODIGO.
           MOVE EDI-CAB-ENTREGA TO ENTREGA-SEQUENCIA.
           MOVE "S" TO REGISTRO-ENCONTRADO.

           READ ARQUIVO-ENTREGAS RECORD
               INVALID KEY
                   MOVE "N" TO REGISTRO-ENCONTRADO.

           IF REGISTRO-ENCONTRADO = "N"
               MOVE "LOCAL DE ENTREGA NAO CADASTRADO" TO
                   MOTIVO-DO-CABECALHO
           ELSE
               IF NOT ENTREGA-ATIVA
                   MOVE "LOCAL DE ENTREGA DESATIVADO" TO
                       MOTIVO-DO-CABECALHO
               ELSE
                   MOVE EDI-CAB-ENTREGA TO ENTREGA-DO-PEDIDO.

       RECEBE-ITEM-EDI.
           IF PEDIDO-EM-MONTAGEM = "N"
               MOVE "ITEM SEM CABECALHO DE PEDIDO" TO
                   MOTIVO-DA-LINHA
               PERFORM REJEITA-LINHA-SOLTA
           ELSE
               IF QTD-LINHAS-EDI = 99
                   MOVE "PEDIDO COM MAIS DE 99 ITENS" TO
                       MOTIVO-DO-CABECALHO
                   MOVE "ITEM ALEM DO LIMITE DE 99" TO
                       MOTIVO-DA-LINHA
                   PERFORM REJEITA-LINHA-SOLTA
               ELSE
                   PERFORM GUARDA-ITEM-EDI.

       GUARDA-ITEM-EDI.
           ADD 1 TO QTD-LINHAS-EDI.
           MOVE QTD-LINHAS-EDI TO INDICE-LINHA.
           MOVE NUMERO-DA-LINHA TO LE-NUMERO (INDICE-LINHA).
           MOVE ZEROS TO LE-PRODUTO (INDICE-LINHA).
           MOVE SPACES TO LE-DESCRICAO (INDICE-LINHA).
           MOVE ZEROS TO LE-QUANTIDADE (INDICE-LINHA).
           MOVE ZEROS TO LE-PRECO (INDICE-LINHA).
           MOVE SPACE TO LE-FONTE (INDICE-LINHA).
           MOVE ZEROS TO LE-TOTAL (INDICE-LINHA).
           MOVE SPACES TO MOTIVO-DA-LINHA.

           PERFORM VALIDA-PRODUTO-EDI.

           IF MOTIVO-DA-LINHA = SPACES
               IF EDI-ITE-QUANTIDADE NOT NUMERIC
                   MOVE "QUANTIDADE INVALIDA" TO MOTIVO-DA-LINHA
               ELSE
                   IF EDI-ITE-QUANTIDADE = ZEROS
                       MOVE "QUANTIDADE ZERO" TO MOTIVO-DA-LINHA
                   ELSE
                       MOVE EDI-ITE-QUANTIDADE TO
                           LE-QUANTIDADE (INDICE-LINHA).

           IF MOTIVO-DA-LINHA = SPACES
               PERFORM PEGA-PRECO-DO-ITEM.

           MOVE MOTIVO-DA-LINHA TO LE-MOTIVO (INDICE-LINHA).

           IF MOTIVO-DA-LINHA = SPACES
               COMPUTE LE-TOTAL (INDICE-LINHA) =
                   LE-QUANTIDADE (INDICE-LINHA) *
                   LE-PRECO (INDICE-LINHA)
               ADD LE-TOTAL (INDICE-LINHA) TO TOTAL-DO-PEDIDO
           ELSE
               ADD 1 TO QTD-LINHAS-COM-ERRO.

      *    como no PROG100, so produto cadastrado e ativo.
       VALIDA-PRODUTO-EDI.
           IF EDI-ITE-PRODUTO NOT NUMERIC
               MOVE "CODIGO DE PRODUTO INVALIDO" TO MOTIVO-DA-LINHA
           ELSE
               MOVE EDI-ITE-PRODUTO TO LE-PRODUTO (INDICE-LINHA)
               MOVE EDI-ITE-PRODUTO TO PRODUTO-CODIGO
               READ ARQUIVO-PRODUTOS RECORD
                   INVALID KEY
                       MOVE "PRODUTO NAO CADASTRADO" TO
                           MOTIVO-DA-LINHA.

           IF MOTIVO-DA-LINHA = SPACES
               IF PRODUTO-INATIVO
                   MOVE "PRODUTO INATIVO" TO MOTIVO-DA-LINHA
               ELSE
                   MOVE PRODUTO-DESCRICAO TO
                       LE-DESCRICAO (INDICE-LINHA).

      *    o preco e o da tabela datada na data de hoje, trocado
      *    pelo contrato do cliente quando vale - o mesmo caminho do
      *    PEGA-PRECO-DO-ITEM do PROG100. Sem preco datado e sem
      *    contrato o item ficaria no preco de contingencia do
      *    cadastro, que o lote nao aceita sem alguem olhar.
       PEGA-PRECO-DO-ITEM.
           MOVE PRODUTO-CODIGO TO PRECO-PRODUTO-BUSCA.
           MOVE DATA-DE-HOJE TO PRECO-DATA-BUSCA.
           PERFORM BUSCA-PRECO-VIGENTE.

           IF PRECO-ENCONTRADO = "S"
               MOVE PRECO-VIGENTE-VALOR TO PRECO-DO-ITEM
           ELSE
               MOVE PRODUTO-PRECO TO PRECO-DO-ITEM.

           MOVE CLIENTE-DO-PEDIDO TO CONTRATO-CLIENTE-BUSCA.
           MOVE PRODUTO-CODIGO TO CONTRATO-PRODUTO-BUSCA.
           MOVE DATA-DE-HOJE TO CONTRATO-DATA-BUSCA.
           MOVE PRECO-DO-ITEM TO CONTRATO-PRECO-OFICIAL.
           PERFORM BUSCA-PRECO-CONTRATO.

           IF PRECO-ENCONTRADO = "N" AND CONTRATO-FONTE-OFICIAL
               MOVE "PRODUTO SEM PRECO VIGENTE NEM CONTRATO" TO
                   MOTIVO-DA-LINHA
           ELSE
               MOVE CONTRATO-PRECO-FINAL TO LE-PRECO (INDICE-LINHA)
               MOVE CONTRATO-FONTE TO LE-FONTE (INDICE-LINHA).

      *    no proximo "C" ou no fim do arquivo: com cabecalho e
      *    linhas em ordem ainda passa pelo limite de credito, e so
      *    entao o pedido e gravado.
       FECHA-PEDIDO-EDI.
           MOVE "N" TO PEDIDO-EM-MONTAGEM.

           IF MOTIVO-DO-CABECALHO = SPACES AND
               QTD-LINHAS-EDI = ZEROS
               MOVE "PEDIDO SEM NENHUM ITEM" TO MOTIVO-DO-CABECALHO.

           IF MOTIVO-DO-CABECALHO = SPACES AND
               QTD-LINHAS-COM-ERRO = ZEROS
               PERFORM VERIFICA-LIMITE-CREDITO.

           IF MOTIVO-DO-CABECALHO = SPACES AND
               QTD-LINHAS-COM-ERRO = ZEROS
               PERFORM GRAVA-PEDIDO-EDI
           ELSE
               PERFORM REJEITA-PEDIDO-EDI.

       VERIFICA-REVISAO-CREDITO.
           IF CLIENTE-DATA-REVISAO-CREDITO NUMERIC
               IF CLIENTE-DATA-REVISAO-CREDITO > ZEROS
                   MOVE "S" TO LIMITE-REVISADO.

       VERIFICA-LIMITE-CREDITO.
      *    a mesma conta do PROG100: com limite zerado nada e
      *    conferido, a menos que o zero tenha vindo da revisao de
      *    credito; com limite, a exposicao (pedidos em aberto +
      *    saldos de faturas, em BRL) mais o pedido importado nao
      *    pode passar do limite. No lote nao ha supervisor para
      *    autorizar - o pedido e rejeitado.
           IF LIMITE-DO-CLIENTE > ZEROS OR LIMITE-REVISADO = "S"
               MOVE CLIENTE-DO-PEDIDO TO EXPOSICAO-CLIENTE-BUSCA
               PERFORM CALCULA-EXPOSICAO-CLIENTE
               IF EXPOSICAO-TOTAL + TOTAL-DO-PEDIDO >
                   LIMITE-DO-CLIENTE
                   MOVE "LIMITE DE CREDITO EXCEDIDO" TO
                       MOTIVO-DO-CABECALHO.

      *    o cabecalho ja sai com o total e o espelho do primeiro
      *    item que o PROG100 regrava no fim - aqui as linhas ja
      *    estao todas conferidas antes de gravar.
       GRAVA-PEDIDO-EDI.
           MOVE SPACE TO PEDIDO-REGISTRO.
           COMPUTE PEDIDO-NUMERO = SEQ-ULTIMO-PEDIDO + 1.
           MOVE CLIENTE-DO-PEDIDO TO PEDIDO-CLIENTE-CODIGO.
           MOVE DATA-DE-HOJE TO PEDIDO-DATA.
           MOVE LE-DESCRICAO (1) TO PEDIDO-ITEM-DESCRICAO.
           MOVE LE-QUANTIDADE (1) TO PEDIDO-QUANTIDADE.
           MOVE LE-PRECO (1) TO PEDIDO-PRECO-UNITARIO.
           MOVE TOTAL-DO-PEDIDO TO PEDIDO-TOTAL.
           MOVE VENDEDOR-DO-PEDIDO TO PEDIDO-FUNCIONARIO-CODIGO.
           MOVE "A" TO PEDIDO-STATUS.
           MOVE ZEROS TO PEDIDO-DATA-ENTREGA.
           MOVE "BRL" TO PEDIDO-MOEDA-CODIGO.
           MOVE CONDICAO-DO-PEDIDO TO PEDIDO-CONDICAO-PAGAMENTO.
           MOVE ZEROS TO PEDIDO-ORIGEM.
           MOVE ENTREGA-DO-PEDIDO TO PEDIDO-ENTREGA-SEQUENCIA.

           WRITE PEDIDO-REGISTRO
               INVALID KEY
                   MOVE "NUMERO DE PEDIDO JA EXISTE" TO
                       MOTIVO-DO-CABECALHO
                   PERFORM REJEITA-PEDIDO-EDI
               NOT INVALID KEY
                   MOVE PEDIDO-NUMERO TO SEQ-ULTIMO-PEDIDO
                   PERFORM GRAVA-SEQUENCIAS
                   PERFORM GRAVA-ITEM-EDI
                       VARYING INDICE-LINHA FROM 1 BY 1
                       UNTIL INDICE-LINHA > QTD-LINHAS-EDI
                   PERFORM GRAVA-REFERENCIA-EDI
                   PERFORM GRAVA-AUDITORIA-INCLUSAO
                   PERFORM ESCREVE-PEDIDO-ACEITO.

       GRAVA-ITEM-EDI.
           MOVE SPACE TO PEDIDO-ITEM-REGISTRO.
           MOVE PEDIDO-NUMERO TO ITEM-PEDIDO-NUMERO.
           MOVE INDICE-LINHA TO ITEM-LINHA.
           MOVE LE-PRODUTO (INDICE-LINHA) TO ITEM-PRODUTO-CODIGO.
           MOVE LE-DESCRICAO (INDICE-LINHA) TO ITEM-DESCRICAO.
           MOVE LE-QUANTIDADE (INDICE-LINHA) TO ITEM-QUANTIDADE.
           MOVE LE-PRECO (INDICE-LINHA) TO ITEM-PRECO-UNITARIO.
           MOVE LE-TOTAL (INDICE-LINHA) TO ITEM-TOTAL.
           MOVE LE-FONTE (INDICE-LINHA) TO ITEM-FONTE-PRECO.
           MOVE ZEROS TO ITEM-CUSTO-UNITARIO.

           WRITE PEDIDO-ITEM-REGISTRO
               INVALID KEY
                   DISPLAY "Linha " INDICE-LINHA " do pedido "
                       PEDIDO-NUMERO " ja existe, nada gravado".

       GRAVA-REFERENCIA-EDI.
           MOVE CLIENTE-DO-PEDIDO TO REFEDI-CLIENTE-CODIGO.
           MOVE REFERENCIA-DO-PEDIDO TO REFEDI-REFERENCIA.
           MOVE PEDIDO-NUMERO TO REFEDI-PEDIDO-NUMERO.
           MOVE DATA-DE-HOJE TO REFEDI-DATA-IMPORTACAO.

           WRITE REFEDI-REGISTRO
               INVALID KEY
                   DISPLAY "Referencia " REFERENCIA-DO-PEDIDO
                       " do cliente " CLIENTE-DO-PEDIDO
                       " ja registrada".

      *    o pedido importado entra na trilha como o digitado no
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

       ESCREVE-PEDIDO-ACEITO.
           ADD 1 TO TOTAL-PEDIDOS-ACEITOS.

           MOVE LINHA-DO-CABECALHO TO DET-LINHA.
           MOVE CLIENTE-DO-PEDIDO TO DET-CLIENTE.
           MOVE REFERENCIA-DO-PEDIDO TO DET-REFERENCIA.
           MOVE ZEROS TO DET-PRODUTO.
           MOVE PEDIDO-NUMERO TO DET-PEDIDO.
           MOVE "ACEITO" TO DET-SITUACAO.
           PERFORM ESCREVE-DETALHE.

      *    o cabecalho sai com o motivo do pedido (ou o aviso de
      *    que foram os itens) e cada item com o seu - o que estava
      *    certo sai como rejeitado junto com o pedido.
       REJEITA-PEDIDO-EDI.
           ADD 1 TO TOTAL-PEDIDOS-REJEITADOS.
           ADD 1 TO TOTAL-LINHAS-REJEITADAS.

           IF MOTIVO-DO-CABECALHO = SPACES
               MOVE "ITENS COM ERRO, PEDIDO REJEITADO" TO
                   MOTIVO-DO-CABECALHO.

           MOVE LINHA-DO-CABECALHO TO DET-LINHA.
           MOVE CLIENTE-DO-PEDIDO TO DET-CLIENTE.
           MOVE REFERENCIA-DO-PEDIDO TO DET-REFERENCIA.
           MOVE ZEROS TO DET-PRODUTO.
           MOVE PEDIDO-DUPLICADO TO DET-PEDIDO.
           MOVE MOTIVO-DO-CABECALHO TO DET-SITUACAO.
           PERFORM ESCREVE-DETALHE.

           PERFORM REJEITA-ITEM-DO-PEDIDO
               VARYING INDICE-LINHA FROM 1 BY 1
               UNTIL INDICE-LINHA > QTD-LINHAS-EDI.

       REJEITA-ITEM-DO-PEDIDO.
           ADD 1 TO TOTAL-LINHAS-REJEITADAS.

           MOVE LE-NUMERO (INDICE-LINHA) TO DET-LINHA.
           MOVE CLIENTE-DO-PEDIDO TO DET-CLIENTE.
           MOVE REFERENCIA-DO-PEDIDO TO DET-REFERENCIA.
           MOVE LE-PRODUTO (INDICE-LINHA) TO DET-PRODUTO.
           MOVE ZEROS TO DET-PEDIDO.
           IF LE-MOTIVO (INDICE-LINHA) = SPACES
               MOVE "REJEITADO COM O PEDIDO" TO DET-SITUACAO
           ELSE
               MOVE LE-MOTIVO (INDICE-LINHA) TO DET-SITUACAO.
           PERFORM ESCREVE-DETALHE.

      *    linha que nao pertence a pedido nenhum (tipo invalido,
      *    item antes do primeiro cabecalho, item alem do limite).
       REJEITA-LINHA-SOLTA.
           ADD 1 TO TOTAL-LINHAS-REJEITADAS.

           MOVE NUMERO-DA-LINHA TO DET-LINHA.
           MOVE CLIENTE-DO-PEDIDO TO DET-CLIENTE.
           MOVE SPACES TO DET-REFERENCIA.
           MOVE ZEROS TO DET-PRODUTO.
           MOVE ZEROS TO DET-PEDIDO.
           MOVE MOTIVO-DA-LINHA TO DET-SITUACAO.
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

       ESCREVE-DETALHE.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-DETALHE TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

       ESCREVE-TOTAIS.
           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE "Linhas lidas................:" TO TOT-DESCRICAO.
           MOVE TOTAL-LINHAS-LIDAS TO TOT-QUANTIDADE.
           PERFORM ESCREVE-TOTAL.

           MOVE "Pedidos aceitos.............:" TO TOT-DESCRICAO.
           MOVE TOTAL-PEDIDOS-ACEITOS TO TOT-QUANTIDADE.
           PERFORM ESCREVE-TOTAL.

           MOVE "Pedidos rejeitados..........:" TO TOT-DESCRICAO.
           MOVE TOTAL-PEDIDOS-REJEITADOS TO TOT-QUANTIDADE.
           PERFORM ESCREVE-TOTAL.

           MOVE "Linhas rejeitadas...........:" TO TOT-DESCRICAO.
           MOVE TOTAL-LINHAS-REJEITADAS TO TOT-QUANTIDADE.
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
           MOVE "PROG269" TO EXEC-PROGRAMA.
           MOVE EXECUCAO-DATA-INICIO TO EXEC-DATA-INICIO.
           MOVE EXECUCAO-HORA-INICIO TO EXEC-HORA-INICIO.
           ACCEPT EXEC-DATA-FIM FROM DATE YYYYMMDD.
           ACCEPT EXEC-HORA-FIM FROM TIME.
           MOVE TOTAL-LINHAS-LIDAS TO EXEC-LIDOS.
           MOVE TOTAL-PEDIDOS-ACEITOS TO EXEC-GRAVADOS.
           MOVE TOTAL-LINHAS-REJEITADAS TO EXEC-REJEITADOS.

           IF TOTAL-LINHAS-REJEITADAS > ZEROS
               MOVE "RJ" TO EXEC-RESULTADO
           ELSE
               MOVE "OK" TO EXEC-RESULTADO.

           WRITE EXECUCAO-REGISTRO.
           CLOSE ARQUIVO-EXECUCOES.

           COPY "PDPRECO.cob".

           COPY "PDCAMBIO.cob".

           COPY "PDCONTRATO.cob".

           COPY "PDEXPOSICAO.cob".

           COPY "PDIMPRESSAO.cob".
           COPY "PDJANELA.cob".
