       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG230.
      *    liberacao diaria dos saldos a entregar - roda depois das
      *    entradas de mercadoria do PROG128 e atende os saldos de
      *    saldos_pedido.dat na ordem da chave, do pedido mais
      *    antigo para o mais novo. O disponivel de cada produto e
      *    o PRODUTO-ESTOQUE menos o que os pedidos em aberto ja
      *    vao levar; o que couber (tudo ou parte do saldo) vira
      *    um pedido de saldo novo em pedidos.dat, um por pedido
      *    original, com o preco ja combinado e PEDIDO-ORIGEM
      *    apontando o original - dali segue o caminho normal do
      *    romaneio (PROG130), da entrega (PROG132) e do
      *    faturamento (PROG121). Cliente com credito bloqueado
      *    pela regua de cobranca continua esperando. Saldo de kit
      *    (estrutura do PROG267) e liberado pelos kits que o saldo
      *    dos componentes monta, menos os kits que os pedidos em
      *    aberto ja vao levar.
      *    Com a janela batch noturna no ar (trava do PROG177) a
      *    atualizacao e recusada logo na entrada.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBSALDOPED.cob".
           COPY "SBPEDIDO.cob".
           COPY "SBPEDIDOITEM.cob".
           COPY "SBPRODUTO.cob".
           COPY "SBCLIENTE.cob".
           COPY "SBSEQUENCIA.cob".
           COPY "SBEXECUCAO.cob".
           COPY "SBKIT.cob".
           COPY "SBJANELA.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDSALDOPED.cob".
           COPY "FDPEDIDO.cob".
           COPY "FDPEDIDOITEM.cob".
           COPY "FDPRODUTO.cob".
           COPY "FDCLIENTE.cob".
           COPY "FDSEQUENCIA.cob".
           COPY "FDEXECUCAO.cob".
           COPY "FDKIT.cob".
           COPY "FDJANELA.cob".

       WORKING-STORAGE SECTION.
           COPY "WSJANELA.cob".
           COPY "WSKIT.cob".
      *    inicio da rodada, guardado para o registro do log
      *    central de execucoes.
       77  EXECUCAO-DATA-INICIO PIC 9(8).
       77  EXECUCAO-HORA-INICIO PIC 9(8).
       77  DATA-DE-HOJE PIC 9(8).
       77  FIM-SALDOS PIC X.
       77  FIM-PEDIDOS PIC X.
       77  FIM-ITENS PIC X.
       77  REGISTRO-ENCONTRADO PIC X.
       77  ESTOQUE-DISPONIVEL PIC S9(7).
       77  QUANTIDADE-LIBERADA PIC 9(5).
      *    pedido de saldo em montagem nesta rodada e o original de
      *    onde ele saiu - saldos do mesmo original entram no mesmo
      *    pedido de saldo.
       77  ORIGINAL-ATUAL PIC 9(6).
       77  PEDIDO-DE-SALDO PIC 9(6).
       77  LINHA-DO-SALDO PIC 9(3).
       77  TOTAL-LIDOS PIC 9(6).
       77  TOTAL-LIBERADOS PIC 9(6).
       77  TOTAL-PARCIAIS PIC 9(6).
       77  TOTAL-BLOQUEADOS PIC 9(6).
       77  TOTAL-PEDIDOS-GERADOS PIC 9(6).
       77  TOTAL-REJEITADOS PIC 9(6).

      *    quanto os pedidos em aberto ja vao levar de cada produto,
      *    indexado pelo codigo do produto.
       01  TABELA-COMPROMETIDO.
           05 COMPROMETIDO PIC 9(7) OCCURS 9999 TIMES.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
      *    com a janela batch no ar a atualizacao fica parada - a
      *    trava e do orquestrador PROG177.
           MOVE "PROG230" TO JANELA-PROGRAMA.
           PERFORM CONFERE-JANELA-BATCH.
           IF JANELA-BLOQUEIO = "S"
               GOBACK.

           ACCEPT EXECUCAO-DATA-INICIO FROM DATE YYYYMMDD.
           ACCEPT EXECUCAO-HORA-INICIO FROM TIME.
           ACCEPT DATA-DE-HOJE FROM DATE YYYYMMDD.

           PERFORM CARREGA-SEQUENCIAS.

           OPEN I-O ARQUIVO-SALDOS-PEDIDO.
           OPEN I-O ARQUIVO-PEDIDOS.
           OPEN I-O ARQUIVO-PEDIDO-ITENS.
           OPEN INPUT ARQUIVO-PRODUTOS.
           OPEN INPUT ARQUIVO-CLIENTE.
           OPEN INPUT ARQUIVO-KITS.

           MOVE ZEROS TO TOTAL-LIDOS.
           MOVE ZEROS TO TOTAL-LIBERADOS.
           MOVE ZEROS TO TOTAL-PARCIAIS.
           MOVE ZEROS TO TOTAL-BLOQUEADOS.
           MOVE ZEROS TO TOTAL-PEDIDOS-GERADOS.
           MOVE ZEROS TO TOTAL-REJEITADOS.

           PERFORM SOMA-PEDIDOS-EM-ABERTO.

           MOVE ZEROS TO ORIGINAL-ATUAL.
           MOVE ZEROS TO PEDIDO-DE-SALDO.
           MOVE ZEROS TO SLD-CHAVE.
           MOVE "N" TO FIM-SALDOS.

           START ARQUIVO-SALDOS-PEDIDO
               KEY IS NOT LESS THAN SLD-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-SALDOS.

           PERFORM AVALIA-SALDO
               UNTIL FIM-SALDOS = "S".

           CLOSE ARQUIVO-SALDOS-PEDIDO.
           CLOSE ARQUIVO-PEDIDOS.
           CLOSE ARQUIVO-PEDIDO-ITENS.
           CLOSE ARQUIVO-PRODUTOS.
           CLOSE ARQUIVO-CLIENTE.
           CLOSE ARQUIVO-KITS.

           DISPLAY "Liberacao de saldos a entregar concluida".
           DISPLAY "Saldos aguardando lidos..: " TOTAL-LIDOS.
           DISPLAY "Liberados por inteiro....: " TOTAL-LIBERADOS.
           DISPLAY "Liberados em parte.......: " TOTAL-PARCIAIS.
           DISPLAY "Retidos por bloqueio.....: " TOTAL-BLOQUEADOS.
           DISPLAY "Pedidos de saldo gerados.: " TOTAL-PEDIDOS-GERADOS.

           PERFORM GRAVA-EXECUCAO.
       PROGRAM-DONE.
      *    GOBACK devolve o controle ao menu quando chamado pelo
      *    PROG40, e encerra normalmente quando executado sozinho.
           GOBACK.

       SOMA-PEDIDOS-EM-ABERTO.
      *    pedido em aberto ainda nao faturou, logo ainda nao baixou
      *    o estoque - a quantidade dele ja esta prometida.
           MOVE ZEROS TO TABELA-COMPROMETIDO.
           MOVE ZEROS TO PEDIDO-NUMERO.
           MOVE "N" TO FIM-PEDIDOS.

           START ARQUIVO-PEDIDOS
               KEY IS NOT LESS THAN PEDIDO-NUMERO
               INVALID KEY
                   MOVE "S" TO FIM-PEDIDOS.

           PERFORM SOMA-UM-PEDIDO
               UNTIL FIM-PEDIDOS = "S".

       SOMA-UM-PEDIDO.
           READ ARQUIVO-PEDIDOS NEXT RECORD
               AT END
                   MOVE "S" TO FIM-PEDIDOS.

           IF FIM-PEDIDOS = "N"
               IF PEDIDO-ABERTO
                   PERFORM SOMA-ITENS-DO-PEDIDO.

       SOMA-ITENS-DO-PEDIDO.
           MOVE "N" TO FIM-ITENS.
           MOVE PEDIDO-NUMERO TO ITEM-PEDIDO-NUMERO.
           MOVE ZEROS TO ITEM-LINHA.

           START ARQUIVO-PEDIDO-ITENS
               KEY IS NOT LESS THAN ITEM-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-ITENS.

           PERFORM SOMA-UM-ITEM
               UNTIL FIM-ITENS = "S".

       SOMA-UM-ITEM.
           READ ARQUIVO-PEDIDO-ITENS NEXT RECORD
               AT END
                   MOVE "S" TO FIM-ITENS.

           IF FIM-ITENS = "N"
               IF ITEM-PEDIDO-NUMERO NOT = PEDIDO-NUMERO
                   MOVE "S" TO FIM-ITENS
               ELSE
                   IF ITEM-PRODUTO-CODIGO > ZEROS
                       ADD ITEM-QUANTIDADE TO
                           COMPROMETIDO (ITEM-PRODUTO-CODIGO).

       AVALIA-SALDO.
           READ ARQUIVO-SALDOS-PEDIDO NEXT RECORD
               AT END
                   MOVE "S" TO FIM-SALDOS.

           IF FIM-SALDOS = "N"
               IF SLD-AGUARDANDO AND SLD-QUANTIDADE-PENDENTE > ZEROS
                   AND SLD-PRODUTO-CODIGO > ZEROS
                   ADD 1 TO TOTAL-LIDOS
                   PERFORM CONFERE-CLIENTE-DO-SALDO.

       CONFERE-CLIENTE-DO-SALDO.
           MOVE SLD-CLIENTE-CODIGO TO CLIENTE-CODIGO.
           MOVE "S" TO REGISTRO-ENCONTRADO.
           READ ARQUIVO-CLIENTE RECORD
               INVALID KEY
                   MOVE "N" TO REGISTRO-ENCONTRADO.

           IF REGISTRO-ENCONTRADO = "S" AND CLIENTE-BLOQUEADO
               ADD 1 TO TOTAL-BLOQUEADOS
           ELSE
               PERFORM MEDE-DISPONIVEL.

       MEDE-DISPONIVEL.
           MOVE SLD-PRODUTO-CODIGO TO PRODUTO-CODIGO.
           MOVE "S" TO REGISTRO-ENCONTRADO.
           READ ARQUIVO-PRODUTOS RECORD
               INVALID KEY
                   MOVE "N" TO REGISTRO-ENCONTRADO.

           IF REGISTRO-ENCONTRADO = "S"
               PERFORM CONFERE-SE-E-KIT
               COMPUTE ESTOQUE-DISPONIVEL = PRODUTO-ESTOQUE -
                   COMPROMETIDO (SLD-PRODUTO-CODIGO)
               IF ESTOQUE-DISPONIVEL > ZEROS
                   PERFORM LIBERA-SALDO.

      *    o saldo do produto kit nao se mexe - o que vale e
      *    quanto os componentes montam, posto no lugar dele.
       CONFERE-SE-E-KIT.
           MOVE SLD-PRODUTO-CODIGO TO KITBUSCA-PRODUTO.
           PERFORM CARREGA-COMPONENTES-DO-KIT.

           IF KITBUSCA-QTD > ZEROS
               PERFORM CALCULA-KITS-MONTAVEIS
               MOVE KITBUSCA-MONTAVEIS TO PRODUTO-ESTOQUE.

       LIBERA-SALDO.
           IF ESTOQUE-DISPONIVEL < SLD-QUANTIDADE-PENDENTE
               MOVE ESTOQUE-DISPONIVEL TO QUANTIDADE-LIBERADA
           ELSE
               MOVE SLD-QUANTIDADE-PENDENTE TO QUANTIDADE-LIBERADA.

           IF SLD-PEDIDO-NUMERO NOT = ORIGINAL-ATUAL
               PERFORM ABRE-PEDIDO-DE-SALDO.

           IF PEDIDO-DE-SALDO > ZEROS
               PERFORM GRAVA-LINHA-DE-SALDO.

       ABRE-PEDIDO-DE-SALDO.
      *    o pedido de saldo herda cliente, vendedor, moeda,
      *    condicao e local de entrega do original; a data e a de
      *    hoje.
           MOVE SLD-PEDIDO-NUMERO TO ORIGINAL-ATUAL.
           MOVE ZEROS TO PEDIDO-DE-SALDO.
           MOVE ZEROS TO LINHA-DO-SALDO.

           MOVE SLD-PEDIDO-NUMERO TO PEDIDO-NUMERO.
           MOVE "S" TO REGISTRO-ENCONTRADO.
           READ ARQUIVO-PEDIDOS RECORD
               INVALID KEY
                   MOVE "N" TO REGISTRO-ENCONTRADO.

           IF REGISTRO-ENCONTRADO = "N"
               MOVE SPACE TO PEDIDO-REGISTRO
               MOVE SLD-CLIENTE-CODIGO TO PEDIDO-CLIENTE-CODIGO
               MOVE ZEROS TO PEDIDO-FUNCIONARIO-CODIGO
               MOVE ZEROS TO PEDIDO-ENTREGA-SEQUENCIA
               MOVE "BRL" TO PEDIDO-MOEDA-CODIGO.

           COMPUTE PEDIDO-NUMERO = SEQ-ULTIMO-PEDIDO + 1.
           MOVE DATA-DE-HOJE TO PEDIDO-DATA.
           MOVE SLD-DESCRICAO TO PEDIDO-ITEM-DESCRICAO.
           MOVE ZEROS TO PEDIDO-QUANTIDADE.
           MOVE SLD-PRECO-UNITARIO TO PEDIDO-PRECO-UNITARIO.
           MOVE ZEROS TO PEDIDO-TOTAL.
           MOVE "A" TO PEDIDO-STATUS.
           MOVE ZEROS TO PEDIDO-DATA-ENTREGA.
           MOVE SLD-PEDIDO-NUMERO TO PEDIDO-ORIGEM.

           WRITE PEDIDO-REGISTRO
               INVALID KEY
                   DISPLAY "Numero de pedido ja existe, saldo do "
                       "pedido " SLD-PEDIDO-NUMERO " nao liberado"
                   ADD 1 TO TOTAL-REJEITADOS
               NOT INVALID KEY
                   MOVE PEDIDO-NUMERO TO SEQ-ULTIMO-PEDIDO
                   MOVE PEDIDO-NUMERO TO PEDIDO-DE-SALDO
                   ADD 1 TO TOTAL-PEDIDOS-GERADOS
                   PERFORM GRAVA-SEQUENCIAS.

       GRAVA-LINHA-DE-SALDO.
           MOVE SPACE TO PEDIDO-ITEM-REGISTRO.
           MOVE PEDIDO-DE-SALDO TO ITEM-PEDIDO-NUMERO.
           COMPUTE ITEM-LINHA = LINHA-DO-SALDO + 1.
           MOVE SLD-PRODUTO-CODIGO TO ITEM-PRODUTO-CODIGO.
           MOVE SLD-DESCRICAO TO ITEM-DESCRICAO.
           MOVE QUANTIDADE-LIBERADA TO ITEM-QUANTIDADE.
           MOVE SLD-PRECO-UNITARIO TO ITEM-PRECO-UNITARIO.
           COMPUTE ITEM-TOTAL =
               QUANTIDADE-LIBERADA * SLD-PRECO-UNITARIO.
           MOVE SLD-FONTE-PRECO TO ITEM-FONTE-PRECO.
           MOVE ZEROS TO ITEM-CUSTO-UNITARIO.

           WRITE PEDIDO-ITEM-REGISTRO
               INVALID KEY
                   DISPLAY "Linha do pedido de saldo " PEDIDO-DE-SALDO
                       " ja existe"
                   ADD 1 TO TOTAL-REJEITADOS
               NOT INVALID KEY
                   ADD 1 TO LINHA-DO-SALDO
                   ADD QUANTIDADE-LIBERADA TO
                       COMPROMETIDO (SLD-PRODUTO-CODIGO)
                   PERFORM SOMA-LINHA-NO-PEDIDO
                   PERFORM BAIXA-DO-SALDO.

       SOMA-LINHA-NO-PEDIDO.
      *    o total do pedido de saldo cresce linha a linha; a
      *    primeira linha alimenta os campos de item unico do
      *    cabecalho, como no PROG100.
           MOVE PEDIDO-DE-SALDO TO PEDIDO-NUMERO.
           READ ARQUIVO-PEDIDOS RECORD
               INVALID KEY
                   DISPLAY "Erro ao reler o pedido de saldo "
                       PEDIDO-DE-SALDO
               NOT INVALID KEY
                   ADD ITEM-TOTAL TO PEDIDO-TOTAL
                   IF ITEM-LINHA = 1
                       MOVE ITEM-QUANTIDADE TO PEDIDO-QUANTIDADE
                       MOVE ITEM-PRECO-UNITARIO TO
                           PEDIDO-PRECO-UNITARIO
                       REWRITE PEDIDO-REGISTRO
                   ELSE
                       REWRITE PEDIDO-REGISTRO.

       BAIXA-DO-SALDO.
           SUBTRACT QUANTIDADE-LIBERADA FROM SLD-QUANTIDADE-PENDENTE.
           MOVE PEDIDO-DE-SALDO TO SLD-PEDIDO-LIBERADO.
           MOVE DATA-DE-HOJE TO SLD-DATA-LIBERACAO.

           IF SLD-QUANTIDADE-PENDENTE = ZEROS
               MOVE "L" TO SLD-SITUACAO
               ADD 1 TO TOTAL-LIBERADOS
           ELSE
               ADD 1 TO TOTAL-PARCIAIS.

           REWRITE SALDO-PEDIDO-REGISTRO
               INVALID KEY
                   DISPLAY "Erro ao baixar o saldo do pedido "
                       SLD-PEDIDO-NUMERO.

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
           MOVE "PROG230" TO EXEC-PROGRAMA.
           MOVE EXECUCAO-DATA-INICIO TO EXEC-DATA-INICIO.
           MOVE EXECUCAO-HORA-INICIO TO EXEC-HORA-INICIO.
           ACCEPT EXEC-DATA-FIM FROM DATE YYYYMMDD.
           ACCEPT EXEC-HORA-FIM FROM TIME.
           MOVE TOTAL-LIDOS TO EXEC-LIDOS.
           COMPUTE EXEC-GRAVADOS = TOTAL-LIBERADOS + TOTAL-PARCIAIS.
           MOVE TOTAL-REJEITADOS TO EXEC-REJEITADOS.

           IF TOTAL-REJEITADOS > ZEROS
               MOVE "RJ" TO EXEC-RESULTADO
           ELSE
               MOVE "OK" TO EXEC-RESULTADO.

           WRITE EXECUCAO-REGISTRO.
           CLOSE ARQUIVO-EXECUCOES.

           COPY "PDKIT.cob".
           COPY "PDJANELA.cob".
