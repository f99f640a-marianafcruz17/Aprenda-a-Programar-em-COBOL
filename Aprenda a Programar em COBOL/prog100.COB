      *    conferida contra CLIENTE-LIMITE-CREDITO - estourou o
      *    limite, so com autorizacao do supervisor; recusado, o
      *    pedido sai na lista diaria de recusados para o gerente
      *    de vendas. Cliente com credito bloqueado pela regua de
      *    cobranca (PROG217) nao recebe pedido novo, nem com
      *    autorizacao, ate quitar as faturas em aviso final. A
      *    condicao de pagamento padrao do cliente e sugerida e
      *    pode ser trocada no pedido (PROG219). Cliente com
      *    contrato de precos (PROG227) compra pelo preco
      *    negociado ou com o seu desconto geral enquanto o
      *    contrato vale, e o item guarda de onde veio o preco.
      *    Limite zero dado pela revisao trimestral de credito
      *    (PROG252) nao e "sem limite": o pedido todo passa pelo
      *    supervisor. Cliente com locais de entrega cadastrados
      *    (PROG256) escolhe no pedido onde recebe; sem escolha a
      *    entrega vai para o endereco de cobranca. Cada pedido
      *    fechado entra na trilha de auditoria (total e situacao,
      *    com o operador que digitou). Kit (estrutura do PROG267)
      *    entra como uma linha so, pelo preco do proprio produto;
      *    o aviso de disponibilidade compara a quantidade com os
      *    kits que o saldo dos componentes monta.
      *    Com a janela batch noturna no ar (trava do PROG177) a
      *    atualizacao e recusada logo na entrada.
      *    Na base de treinamento (PROG273) a tela abre com o aviso
      *    de dados ficticios.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBCAMBIO.cob".
           COPY "SBFATURA.cob".
           COPY "SBSEQUENCIA.cob".
           COPY "SBCONDICAO.cob".
           COPY "SBCONTRATO.cob".
           COPY "SBENTREGA.cob".
           COPY "SBAUDITORIA.cob".
           COPY "SBKIT.cob".
      *    lista diaria de pedidos recusados por limite de credito,
      *    anexada rodada a rodada para o gerente de vendas.
           SELECT OPTIONAL RELATORIO-RECUSADOS
               ASSIGN TO "PEDIDOSRECUSADOS.LST"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY "SBJANELA.cob".
           COPY "SBPARAMETRO.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDCLIENTE.cob".
           COPY "FDCAMBIO.cob".
           COPY "FDFATURA.cob".
           COPY "FDSEQUENCIA.cob".
           COPY "FDCONDICAO.cob".
           COPY "FDCONTRATO.cob".
           COPY "FDENTREGA.cob".
           COPY "FDAUDITORIA.cob".
           COPY "FDKIT.cob".

       FD  RELATORIO-RECUSADOS.
       01  LINHA-RECUSADOS PIC X(90).
           COPY "FDJANELA.cob".
           COPY "FDPARAMETRO.cob".

       WORKING-STORAGE SECTION.
           COPY "WSPARAMETRO.cob".
           COPY "WSJANELA.cob".
           COPY "WSCONFIRMA.cob".
           COPY "WSPRECO.cob".
           COPY "WSCAMBIO.cob".
           COPY "WSCONTRATO.cob".
           COPY "WSKIT.cob".
       77  REGISTRO-ENCONTRADO PIC X.
       77  CODIGO-CLIENTE-INFORMADO PIC 9(4).
       77  VENDEDOR-INFORMADO PIC 9(4).
      *    digitacao guardado para as varreduras de exposicao nao
      *    perderem o registro corrente.
       77  LIMITE-DO-CLIENTE PIC 9(8)V99.
       77  LIMITE-REVISADO PIC X.
      *    exposicao e pedido em digitacao sempre em BRL - limite e
      *    faturas sao BRL, e pedido em moeda estrangeira entra
      *    convertido pela taxa da data (1x1 quando nao ha taxa,
       77  FIM-VARRE-PEDIDOS PIC X.
       77  FIM-VARRE-FATURAS PIC X.
       77  SALDO-DA-FATURA PIC S9(8)V99.
       77  CONDICAO-INFORMADA PIC X(3).
       77  CONDICAO-VALIDA PIC X.
       77  ENTREGA-INFORMADA PIC 9(3).
       77  ENTREGA-VALIDA PIC X.
       77  QTD-LOCAIS-ATIVOS PIC 9(3).
       77  FIM-ENTREGAS PIC X.
       77  AUDITORIA-OPERADOR PIC X(10).
       77  TOTAL-EXIBIDO PIC ZZ,ZZZ,ZZ9.99.

       01  LINHA-RECUSA.
           05 REC-DATA PIC 9999/99/99.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
      *    na base de treinamento a tela abre com o aviso de dados
      *    ficticios.
           PERFORM CARREGA-PARAMETROS.

      *    com a janela batch no ar a atualizacao fica parada - a
      *    trava e do orquestrador PROG177.
           MOVE "PROG100" TO JANELA-PROGRAMA.
           PERFORM CONFERE-JANELA-BATCH.
           IF JANELA-BLOQUEIO = "S"
               GOBACK.

           DISPLAY "Informe seu usuario (para a auditoria): ".
           ACCEPT AUDITORIA-OPERADOR.

           PERFORM CARREGA-SEQUENCIAS.

           OPEN INPUT ARQUIVO-CLIENTE.
           OPEN I-O ARQUIVO-PEDIDOS.
           OPEN I-O ARQUIVO-PEDIDO-ITENS.
           OPEN INPUT ARQUIVO-FATURAS.
           OPEN INPUT ARQUIVO-CONDICOES.
           OPEN INPUT ARQUIVO-CONTRATOS.
           OPEN INPUT ARQUIVO-ENTREGAS.
           OPEN EXTEND RELATORIO-RECUSADOS.
           OPEN EXTEND ARQUIVO-AUDITORIA.
           OPEN INPUT ARQUIVO-KITS.

           MOVE 9999 TO CODIGO-CLIENTE-INFORMADO.
           PERFORM DIGITA-PEDIDO
           CLOSE ARQUIVO-PEDIDOS.
           CLOSE ARQUIVO-PEDIDO-ITENS.
           CLOSE ARQUIVO-FATURAS.
           CLOSE ARQUIVO-CONDICOES.
           CLOSE ARQUIVO-CONTRATOS.
           CLOSE ARQUIVO-ENTREGAS.
           CLOSE RELATORIO-RECUSADOS.
           CLOSE ARQUIVO-AUDITORIA.
           CLOSE ARQUIVO-KITS.
       PROGRAM-DONE.
      *    GOBACK devolve o controle ao menu quando chamado pelo
      *    PROG40, e encerra normalmente quando executado sozinho.

           IF REGISTRO-ENCONTRADO = "S"
               DISPLAY "Cliente: " CLIENTE-NOME
               MOVE CLIENTE-LIMITE-CREDITO TO LIMITE-DO-CLIENTE
               PERFORM VERIFICA-REVISAO-CREDITO.

           IF REGISTRO-ENCONTRADO = "S" AND CLIENTE-BLOQUEADO
               MOVE "N" TO REGISTRO-ENCONTRADO
               DISPLAY "Credito bloqueado por inadimplencia - "
                   "pedido nao aceito ate a quitacao".

       GRAVA-PEDIDO.
      *    o cabecalho e gravado primeiro com total zero, reservando
           MOVE ZEROS TO PEDIDO-PRECO-UNITARIO.
           MOVE ZEROS TO PEDIDO-TOTAL.
           MOVE ZEROS TO PEDIDO-DATA-ENTREGA.
           MOVE ZEROS TO PEDIDO-ORIGEM.

           PERFORM PEGA-VENDEDOR.
           PERFORM PEGA-ENDERECO-ENTREGA.
           PERFORM PEGA-MOEDA-DO-PEDIDO.
           MOVE "N" TO CONDICAO-VALIDA.
           PERFORM PEGA-CONDICAO-DO-PEDIDO
               UNTIL CONDICAO-VALIDA = "S".
           MOVE "A" TO PEDIDO-STATUS.

           WRITE PEDIDO-REGISTRO
               ELSE
                   PERFORM PEGA-PRECO-DO-ITEM
                   DISPLAY "Produto: " PRODUTO-DESCRICAO
                       " Preco vigente: " PRECO-DO-ITEM
                   DISPLAY "Origem do preco: "
                       CONTRATO-FONTE-DESCRICAO.

       PEGA-PRECO-DO-ITEM.
      *    o preco do item e o vigente na data do pedido, vindo da
           ELSE
               MOVE PRODUTO-PRECO TO PRECO-DO-ITEM.

      *    o contrato do cliente, quando vale na data do pedido,
      *    toma o lugar do preco oficial antes da conversao.
           MOVE PEDIDO-CLIENTE-CODIGO TO CONTRATO-CLIENTE-BUSCA.
           MOVE PRODUTO-CODIGO TO CONTRATO-PRODUTO-BUSCA.
           MOVE PEDIDO-DATA TO CONTRATO-DATA-BUSCA.
           MOVE PRECO-DO-ITEM TO CONTRATO-PRECO-OFICIAL.
           PERFORM BUSCA-PRECO-CONTRATO.
           MOVE CONTRATO-PRECO-FINAL TO PRECO-DO-ITEM.

           IF PEDIDO-MOEDA-CODIGO NOT = "BRL"
               COMPUTE PRECO-DO-ITEM ROUNDED =
                   PRECO-DO-ITEM / TAXA-DO-PEDIDO.

      *    aviso de disponibilidade - o pedido entra mesmo assim,
      *    mas o vendedor sabe na hora que vai faltar mercadoria.
      *    Kit vale pelos kits que os componentes montam.
           MOVE PRODUTO-CODIGO TO KITBUSCA-PRODUTO.
           PERFORM CARREGA-COMPONENTES-DO-KIT.

           IF KITBUSCA-QTD > ZEROS
               PERFORM CALCULA-KITS-MONTAVEIS
               IF QUANTIDADE-INFORMADA > KITBUSCA-MONTAVEIS
                   DISPLAY "ATENCAO: os componentes em estoque "
                       "montam " KITBUSCA-MONTAVEIS " kits,"
                   DISPLAY " nao cobrem a quantidade pedida"
           ELSE
               IF QUANTIDADE-INFORMADA > PRODUTO-ESTOQUE
                   DISPLAY "ATENCAO: estoque atual " PRODUTO-ESTOQUE
                   DISPLAY " nao cobre a quantidade pedida".

           MOVE SPACE TO PEDIDO-ITEM-REGISTRO.
           MOVE PEDIDO-NUMERO TO ITEM-PEDIDO-NUMERO.
           MOVE PRODUTO-DESCRICAO TO ITEM-DESCRICAO.
           MOVE QUANTIDADE-INFORMADA TO ITEM-QUANTIDADE.
           MOVE PRECO-DO-ITEM TO ITEM-PRECO-UNITARIO.
           MOVE CONTRATO-FONTE TO ITEM-FONTE-PRECO.
           MOVE ZEROS TO ITEM-CUSTO-UNITARIO.
           COMPUTE ITEM-TOTAL =
               QUANTIDADE-INFORMADA * PRECO-DO-ITEM.

           REWRITE PEDIDO-REGISTRO
               INVALID KEY
                   DISPLAY "Erro ao gravar o total do pedido "
                       PEDIDO-NUMERO
               NOT INVALID KEY
                   PERFORM GRAVA-AUDITORIA-INCLUSAO.

      *    o pedido so entra na trilha depois de fechado, com o total
      *    somado e a situacao final (cancelado quando o limite
      *    recusou) - o numero vai em AUD-CHAVE, que tem as 6
      *    posicoes, e AUD-CODIGO fica zerado.
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
           MOVE AUDITORIA-OPERADOR TO AUD-OPERADOR.
           MOVE ZEROS TO AUD-CODIGO.
           MOVE "PED" TO AUD-ARQUIVO.
           MOVE PEDIDO-NUMERO TO AUD-CHAVE.
           MOVE SPACES TO AUD-VALOR-ANTES.
           WRITE AUDITORIA-REGISTRO.

       VERIFICA-REVISAO-CREDITO.
           MOVE "N" TO LIMITE-REVISADO.
           IF CLIENTE-DATA-REVISAO-CREDITO NUMERIC
               IF CLIENTE-DATA-REVISAO-CREDITO > ZEROS
                   MOVE "S" TO LIMITE-REVISADO.

       VERIFICA-LIMITE-CREDITO.
      *    com limite zerado nada e conferido, a menos que o zero
      *    tenha vindo da revisao de credito; com limite, a
      *    exposicao (pedidos em aberto + saldos de faturas, tudo
      *    em BRL) mais o pedido digitado convertido para BRL nao
      *    pode passar do limite sem o supervisor autorizar.
           COMPUTE TOTAL-PEDIDO-EM-BRL ROUNDED =
               TOTAL-DO-PEDIDO * TAXA-DO-PEDIDO.

           IF LIMITE-DO-CLIENTE > ZEROS OR LIMITE-REVISADO = "S"
               PERFORM CALCULA-EXPOSICAO-CLIENTE
               IF EXPOSICAO-CLIENTE + TOTAL-PEDIDO-EM-BRL >
                   LIMITE-DO-CLIENTE
           ELSE
               MOVE CAMBIO-TAXA-VIGENTE TO TAXA-DO-PEDIDO.

       PEGA-CONDICAO-DO-PEDIDO.
      *    a condicao padrao do cliente e a sugestao; em branco
      *    aceita, outro codigo tem de existir no cadastro do
      *    PROG219.
           DISPLAY "Condicao de pagamento sugerida: "
               CLIENTE-CONDICAO-PAGAMENTO.
           DISPLAY "Enter para aceitar ou informe outra condicao: ".
           MOVE SPACES TO CONDICAO-INFORMADA.
           ACCEPT CONDICAO-INFORMADA.

           IF CONDICAO-INFORMADA = SPACES
               MOVE CLIENTE-CONDICAO-PAGAMENTO TO
                   PEDIDO-CONDICAO-PAGAMENTO
               MOVE "S" TO CONDICAO-VALIDA
           ELSE
               MOVE CONDICAO-INFORMADA TO CONDICAO-CODIGO
               PERFORM CONFERE-CONDICAO-INFORMADA.

       CONFERE-CONDICAO-INFORMADA.
           MOVE "S" TO CONDICAO-VALIDA.

           READ ARQUIVO-CONDICOES RECORD
               INVALID KEY
                   MOVE "N" TO CONDICAO-VALIDA
                   DISPLAY "Condicao nao cadastrada".

           IF CONDICAO-VALIDA = "S"
               MOVE CONDICAO-INFORMADA TO PEDIDO-CONDICAO-PAGAMENTO
               DISPLAY "Condicao: " CONDICAO-DESCRICAO.

       PEGA-VENDEDOR.
      *    o vendedor da conta (CLIENTE-FUNCIONARIO-CODIGO) e a
      *    sugestao; 0 aceita, outro codigo entra por cima.
               MOVE VENDEDOR-INFORMADO TO
                   PEDIDO-FUNCIONARIO-CODIGO.

       PEGA-ENDERECO-ENTREGA.
      *    so pergunta quando o cliente tem local de entrega ativo;
      *    0 entrega no endereco de cobranca.
           MOVE ZEROS TO PEDIDO-ENTREGA-SEQUENCIA.
           PERFORM LISTA-LOCAIS-ATIVOS.

           IF QTD-LOCAIS-ATIVOS > ZEROS
               MOVE "N" TO ENTREGA-VALIDA
               PERFORM ESCOLHE-LOCAL-ENTREGA
                   UNTIL ENTREGA-VALIDA = "S".

       LISTA-LOCAIS-ATIVOS.
           MOVE ZEROS TO QTD-LOCAIS-ATIVOS.
           MOVE "N" TO FIM-ENTREGAS.
           MOVE CODIGO-CLIENTE-INFORMADO TO ENTREGA-CLIENTE-CODIGO.
           MOVE ZEROS TO ENTREGA-SEQUENCIA.

           START ARQUIVO-ENTREGAS
               KEY IS NOT LESS THAN ENTREGA-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-ENTREGAS.

           PERFORM MOSTRA-UM-LOCAL
               UNTIL FIM-ENTREGAS = "S".

       MOSTRA-UM-LOCAL.
           READ ARQUIVO-ENTREGAS NEXT RECORD
               AT END
                   MOVE "S" TO FIM-ENTREGAS.

           IF FIM-ENTREGAS = "N"
               IF ENTREGA-CLIENTE-CODIGO NOT =
                   CODIGO-CLIENTE-INFORMADO
                   MOVE "S" TO FIM-ENTREGAS
               ELSE
                   IF ENTREGA-ATIVA
                       PERFORM MOSTRA-LOCAL-ATIVO.

       MOSTRA-LOCAL-ATIVO.
           IF QTD-LOCAIS-ATIVOS = ZEROS
               DISPLAY "Locais de entrega do cliente:"
               DISPLAY "000 Endereco de cobranca - " CLIENTE-CIDADE
                   " CEP " CLIENTE-CEP.

           ADD 1 TO QTD-LOCAIS-ATIVOS.
           DISPLAY ENTREGA-SEQUENCIA " " ENTREGA-DESCRICAO
               " - " ENTREGA-CIDADE " CEP " ENTREGA-CEP.

       ESCOLHE-LOCAL-ENTREGA.
           DISPLAY "Local de entrega (0 = endereco de cobranca): ".
           ACCEPT ENTREGA-INFORMADA.
           MOVE "S" TO ENTREGA-VALIDA.

           IF ENTREGA-INFORMADA > ZEROS
               PERFORM CONFERE-LOCAL-ENTREGA.

           IF ENTREGA-VALIDA = "S"
               MOVE ENTREGA-INFORMADA TO PEDIDO-ENTREGA-SEQUENCIA.

       CONFERE-LOCAL-ENTREGA.
           MOVE CODIGO-CLIENTE-INFORMADO TO ENTREGA-CLIENTE-CODIGO.
           MOVE ENTREGA-INFORMADA TO ENTREGA-SEQUENCIA.

           READ ARQUIVO-ENTREGAS RECORD
               INVALID KEY
                   MOVE "N" TO ENTREGA-VALIDA
                   DISPLAY "Local de entrega nao cadastrado".

           IF ENTREGA-VALIDA = "S"
               IF NOT ENTREGA-ATIVA
                   MOVE "N" TO ENTREGA-VALIDA
                   DISPLAY "Local de entrega desativado"
               ELSE
                   DISPLAY "Entrega em: " ENTREGA-DESCRICAO.

       CARREGA-SEQUENCIAS.
      *    le o ultimo numero atribuido, como o PROG44 le o seu
      *    checkpoint; arquivo ainda inexistente comeca do zero.
           COPY "PDPRECO.cob".

           COPY "PDCAMBIO.cob".

           COPY "PDCONTRATO.cob".

           COPY "PDKIT.cob".
           COPY "PDJANELA.cob".
           COPY "PDPARAMETRO.cob".
