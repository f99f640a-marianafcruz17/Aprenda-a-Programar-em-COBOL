       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG233.
      *    pedidos de compra sugeridos - parte da mesma falta do
      *    relatorio de reposicao do PROG129 (PRODUTO-ESTOQUE-
      *    MINIMO menos PRODUTO-ESTOQUE dos produtos ativos), soma
      *    o que os clientes aguardam em saldos_pedido.dat e
      *    desconta o que ja esta pedido e ainda nao chegou dos
      *    pedidos de compra em aberto. O que sobra vira uma linha
      *    de pedido de compra para o fornecedor preferencial do
      *    produto (PROG105), um pedido por fornecedor, com o
      *    ultimo custo de compra e a data prevista pelo prazo de
      *    entrega do fornecedor em dias uteis. Produto sem
      *    fornecedor preferencial, ou com fornecedor inativo, so
      *    sai listado para o comprador resolver. A listagem e
      *    carimbada pelo arquivo morto de impressoes
      *    (COMPRASUG_AAAAMMDD_NNN) e a rodada vai para o log
      *    central de execucoes.
      *    Com a janela batch noturna no ar (trava do PROG177) a
      *    atualizacao e recusada logo na entrada.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBPRODUTO.cob".
           COPY "SBFORNECEDOR.cob".
           COPY "SBCOMPRA.cob".
           COPY "SBCOMPRAITEM.cob".
           COPY "SBSALDOPED.cob".
           COPY "SBSEQUENCIA.cob".
           COPY "SBCALENDARIO.cob".
           COPY "SBEXECUCAO.cob".
           COPY "SBIMPRESSAO.cob".
           SELECT ARQUIVO-ORDENACAO
               ASSIGN TO "COMPRASORT.TMP".
           SELECT RELATORIO-COMPRAS
               ASSIGN TO SAIDACOMPRASUG
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY "SBJANELA.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDPRODUTO.cob".
           COPY "FDFORNECEDOR.cob".
           COPY "FDCOMPRA.cob".
           COPY "FDCOMPRAITEM.cob".
           COPY "FDSALDOPED.cob".
           COPY "FDSEQUENCIA.cob".
           COPY "FDCALENDARIO.cob".
           COPY "FDEXECUCAO.cob".
           COPY "FDIMPRESSAO.cob".

       SD  ARQUIVO-ORDENACAO.
       01  ORDENACAO-REGISTRO.
           05 ORD-FORNECEDOR PIC 9(4).
           05 ORD-PRODUTO PIC 9(4).
           05 ORD-DESCRICAO PIC X(30).
           05 ORD-ESTOQUE PIC S9(6).
           05 ORD-MINIMO PIC 9(6).
           05 ORD-AGUARDANDO PIC 9(7).
           05 ORD-JA-PEDIDO PIC 9(7).
           05 ORD-QUANTIDADE PIC 9(6).
           05 ORD-CUSTO PIC 9(6)V99.

       FD  RELATORIO-COMPRAS.
       01  LINHA-RELATORIO PIC X(90).
           COPY "FDJANELA.cob".

       WORKING-STORAGE SECTION.
           COPY "WSJANELA.cob".
           COPY "WSCALCDIAS.cob".
           COPY "WSDIAUTIL.cob".
           COPY "WSIMPRESSAO.cob".
      *    inicio da rodada, guardado para o registro do log
      *    central de execucoes.
       77  EXECUCAO-DATA-INICIO PIC 9(8).
       77  EXECUCAO-HORA-INICIO PIC 9(8).
       77  DATA-DE-HOJE PIC 9(8).
       77  FIM-PRODUTOS PIC X.
       77  FIM-COMPRAS PIC X.
       77  FIM-ITENS PIC X.
       77  FIM-SALDOS PIC X.
       77  FINAL-ARQUIVO PIC X.
       77  PRIMEIRA-LEITURA PIC X.
       77  FORNECEDOR-ATUAL PIC 9(4).
      *    "S" quando o fornecedor do grupo pode receber pedido -
      *    cadastrado e ativo.
       77  FORNECEDOR-APTO PIC X.
       77  COMPRA-EM-MONTAGEM PIC 9(6).
       77  LINHA-DA-COMPRA PIC 9(3).
       77  TOTAL-DA-COMPRA PIC 9(8)V99.
       77  NECESSIDADE PIC S9(8).
       77  VALOR-DA-LINHA PIC 9(8)V99.
       77  TOTAL-PRODUTOS-LIDOS PIC 9(6).
       77  TOTAL-LINHAS-GERADAS PIC 9(6).
       77  TOTAL-COMPRAS-GERADAS PIC 9(6).
       77  TOTAL-SEM-FORNECEDOR PIC 9(6).
       77  TOTAL-REJEITADOS PIC 9(6).

      *    o que ja esta pedido a fornecedor e ainda nao chegou, e
      *    o que os clientes aguardam de saldo, por codigo de
      *    produto.
       01  TABELA-NECESSIDADES.
           05 JA-PEDIDO PIC 9(7) OCCURS 9999 TIMES.
           05 AGUARDANDO-CLIENTE PIC 9(7) OCCURS 9999 TIMES.

       01  CABECALHO-TITULO.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(34) VALUE
               "PEDIDOS DE COMPRA SUGERIDOS - EM".
           05 CAB-DATA PIC 9999/99/99.

       01  LINHA-FORNECEDOR.
           05 FILLER PIC X(12) VALUE "Fornecedor: ".
           05 LF-CODIGO PIC ZZZ9.
           05 FILLER PIC X(2) VALUE SPACE.
           05 LF-NOME PIC X(30).
           05 FILLER PIC X(2) VALUE SPACE.
           05 LF-SITUACAO PIC X(38).

       01  LINHA-COMPRA.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(18) VALUE "Pedido de compra: ".
           05 LC-NUMERO PIC ZZZZZ9.
           05 FILLER PIC X(17) VALUE "  Prevista para: ".
           05 LC-PREVISTA PIC 9999/99/99.

       01  CABECALHO-COLUNAS.
           05 FILLER PIC X(43) VALUE
               "   Prod Descricao                      Esto".
           05 FILLER PIC X(43) VALUE
               "q. Minimo Aguard. Pedido Comprar      Custo".

       01  LINHA-DETALHE.
           05 FILLER PIC X(3) VALUE SPACES.
           05 DET-PRODUTO PIC ZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-DESCRICAO PIC X(30).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-ESTOQUE PIC -----9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-MINIMO PIC ZZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-AGUARDANDO PIC ZZZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-JA-PEDIDO PIC ZZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-QUANTIDADE PIC ZZZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-CUSTO PIC ZZZ,ZZ9.99.

       01  LINHA-TOTAL.
           05 FILLER PIC X(3) VALUE SPACES.
           05 TOT-DESCRICAO PIC X(30).
           05 TOT-VALOR PIC ZZ,ZZZ,ZZ9.99.

       01  LINHA-CONTAGEM.
           05 FILLER PIC X(3) VALUE SPACES.
           05 CNT-DESCRICAO PIC X(30).
           05 CNT-QUANTIDADE PIC ZZZZZ9.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
      *    com a janela batch no ar a atualizacao fica parada - a
      *    trava e do orquestrador PROG177.
           MOVE "PROG233" TO JANELA-PROGRAMA.
           PERFORM CONFERE-JANELA-BATCH.
           IF JANELA-BLOQUEIO = "S"
               GOBACK.

           ACCEPT EXECUCAO-DATA-INICIO FROM DATE YYYYMMDD.
           ACCEPT EXECUCAO-HORA-INICIO FROM TIME.
           ACCEPT DATA-DE-HOJE FROM DATE YYYYMMDD.

           PERFORM CARREGA-SEQUENCIAS.
           PERFORM CARREGA-FERIADOS.

      *    carimba a saida da rodada antes do OPEN.
           MOVE "PROG233" TO IMPRESSAO-PROGRAMA.
           MOVE "COMPRASUG" TO IMPRESSAO-PREFIXO.
           MOVE "SAIDACOMPRASUG" TO IMPRESSAO-VARIAVEL.
           PERFORM MONTA-NOME-RELATORIO.

           OPEN INPUT ARQUIVO-PRODUTOS.
           OPEN INPUT ARQUIVO-FORNECEDORES.
           OPEN I-O ARQUIVO-COMPRAS.
           OPEN I-O ARQUIVO-COMPRA-ITENS.
           OPEN INPUT ARQUIVO-SALDOS-PEDIDO.

           MOVE ZEROS TO TOTAL-PRODUTOS-LIDOS.
           MOVE ZEROS TO TOTAL-LINHAS-GERADAS.
           MOVE ZEROS TO TOTAL-COMPRAS-GERADAS.
           MOVE ZEROS TO TOTAL-SEM-FORNECEDOR.
           MOVE ZEROS TO TOTAL-REJEITADOS.

           MOVE ZEROS TO TABELA-NECESSIDADES.
           PERFORM SOMA-COMPRAS-PENDENTES.
           PERFORM SOMA-SALDOS-AGUARDANDO.

           SORT ARQUIVO-ORDENACAO
               ON ASCENDING KEY ORD-FORNECEDOR
               ON ASCENDING KEY ORD-PRODUTO
               INPUT PROCEDURE IS SELECIONA-PRODUTOS
               OUTPUT PROCEDURE IS GERA-PEDIDOS-DE-COMPRA.

           CLOSE ARQUIVO-PRODUTOS.
           CLOSE ARQUIVO-FORNECEDORES.
           CLOSE ARQUIVO-COMPRAS.
           CLOSE ARQUIVO-COMPRA-ITENS.
           CLOSE ARQUIVO-SALDOS-PEDIDO.

           PERFORM GRAVA-INDICE-IMPRESSAO.

           DISPLAY "Pedidos de compra gerados: " TOTAL-COMPRAS-GERADAS.
           DISPLAY "Linhas de compra.........: " TOTAL-LINHAS-GERADAS.
           DISPLAY "Sem fornecedor apto......: " TOTAL-SEM-FORNECEDOR.
           DISPLAY "Relatorio gravado em " IMPRESSAO-NOME.

           PERFORM GRAVA-EXECUCAO.
       PROGRAM-DONE.
      *    GOBACK devolve o controle ao menu quando chamado pelo
      *    PROG40, e encerra normalmente quando executado sozinho.
           GOBACK.

       SOMA-COMPRAS-PENDENTES.
           MOVE ZEROS TO COMPRA-NUMERO.
           MOVE "N" TO FIM-COMPRAS.

           START ARQUIVO-COMPRAS
               KEY IS NOT LESS THAN COMPRA-NUMERO
               INVALID KEY
                   MOVE "S" TO FIM-COMPRAS.

           PERFORM SOMA-UMA-COMPRA
               UNTIL FIM-COMPRAS = "S".

       SOMA-UMA-COMPRA.
           READ ARQUIVO-COMPRAS NEXT RECORD
               AT END
                   MOVE "S" TO FIM-COMPRAS.

           IF FIM-COMPRAS = "N"
               IF COMPRA-PENDENTE
                   PERFORM SOMA-ITENS-DA-COMPRA.

       SOMA-ITENS-DA-COMPRA.
           MOVE "N" TO FIM-ITENS.
           MOVE COMPRA-NUMERO TO CITEM-COMPRA-NUMERO.
           MOVE ZEROS TO CITEM-LINHA.

           START ARQUIVO-COMPRA-ITENS
               KEY IS NOT LESS THAN COMPRA-ITEM-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-ITENS.

           PERFORM SOMA-UM-ITEM-DA-COMPRA
               UNTIL FIM-ITENS = "S".

       SOMA-UM-ITEM-DA-COMPRA.
           READ ARQUIVO-COMPRA-ITENS NEXT RECORD
               AT END
                   MOVE "S" TO FIM-ITENS.

           IF FIM-ITENS = "N"
               IF CITEM-COMPRA-NUMERO NOT = COMPRA-NUMERO
                   MOVE "S" TO FIM-ITENS
               ELSE
                   IF CITEM-PRODUTO-CODIGO > ZEROS AND
                       CITEM-QUANTIDADE > CITEM-QTD-RECEBIDA
                       COMPUTE JA-PEDIDO (CITEM-PRODUTO-CODIGO) =
                           JA-PEDIDO (CITEM-PRODUTO-CODIGO) +
                           CITEM-QUANTIDADE - CITEM-QTD-RECEBIDA.

       SOMA-SALDOS-AGUARDANDO.
           MOVE ZEROS TO SLD-CHAVE.
           MOVE "N" TO FIM-SALDOS.

           START ARQUIVO-SALDOS-PEDIDO
               KEY IS NOT LESS THAN SLD-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-SALDOS.

           PERFORM SOMA-UM-SALDO
               UNTIL FIM-SALDOS = "S".

       SOMA-UM-SALDO.
           READ ARQUIVO-SALDOS-PEDIDO NEXT RECORD
               AT END
                   MOVE "S" TO FIM-SALDOS.

           IF FIM-SALDOS = "N"
               IF SLD-AGUARDANDO AND SLD-PRODUTO-CODIGO > ZEROS
                   ADD SLD-QUANTIDADE-PENDENTE TO
                       AGUARDANDO-CLIENTE (SLD-PRODUTO-CODIGO).

       SELECIONA-PRODUTOS.
           MOVE ZEROS TO PRODUTO-CODIGO.
           MOVE "N" TO FIM-PRODUTOS.

           START ARQUIVO-PRODUTOS
               KEY IS NOT LESS THAN PRODUTO-CODIGO
               INVALID KEY
                   MOVE "S" TO FIM-PRODUTOS.

           PERFORM AVALIA-PRODUTO
               UNTIL FIM-PRODUTOS = "S".

       AVALIA-PRODUTO.
           READ ARQUIVO-PRODUTOS NEXT RECORD
               AT END
                   MOVE "S" TO FIM-PRODUTOS.

           IF FIM-PRODUTOS = "N"
               IF PRODUTO-ATIVO AND PRODUTO-CODIGO > ZEROS
                   ADD 1 TO TOTAL-PRODUTOS-LIDOS
                   PERFORM MEDE-NECESSIDADE.

       MEDE-NECESSIDADE.
      *    falta para o minimo, como no PROG129, mais o que os
      *    clientes aguardam, menos o que ja vem a caminho.
           COMPUTE NECESSIDADE =
               PRODUTO-ESTOQUE-MINIMO - PRODUTO-ESTOQUE +
               AGUARDANDO-CLIENTE (PRODUTO-CODIGO) -
               JA-PEDIDO (PRODUTO-CODIGO).

           IF NECESSIDADE > ZEROS
               PERFORM LIBERA-PRODUTO.

       LIBERA-PRODUTO.
      *    produto gravado antes do fornecedor preferencial traz os
      *    campos de compra em branco - cai no grupo sem fornecedor.
           IF PRODUTO-FORNECEDOR-CODIGO NUMERIC
               MOVE PRODUTO-FORNECEDOR-CODIGO TO ORD-FORNECEDOR
               MOVE PRODUTO-CUSTO-COMPRA TO ORD-CUSTO
           ELSE
               MOVE ZEROS TO ORD-FORNECEDOR
               MOVE ZEROS TO ORD-CUSTO.

           MOVE PRODUTO-CODIGO TO ORD-PRODUTO.
           MOVE PRODUTO-DESCRICAO TO ORD-DESCRICAO.
           MOVE PRODUTO-ESTOQUE TO ORD-ESTOQUE.
           MOVE PRODUTO-ESTOQUE-MINIMO TO ORD-MINIMO.
           MOVE AGUARDANDO-CLIENTE (PRODUTO-CODIGO) TO
               ORD-AGUARDANDO.
           MOVE JA-PEDIDO (PRODUTO-CODIGO) TO ORD-JA-PEDIDO.
           MOVE NECESSIDADE TO ORD-QUANTIDADE.
           RELEASE ORDENACAO-REGISTRO.

       GERA-PEDIDOS-DE-COMPRA.
           OPEN OUTPUT RELATORIO-COMPRAS.

           MOVE "S" TO PRIMEIRA-LEITURA.
           MOVE "N" TO FINAL-ARQUIVO.

           PERFORM ESCREVE-CABECALHO.

           PERFORM LEIA-PROXIMO-ORDENADO.

           PERFORM PROCESSA-REGISTROS
               UNTIL FINAL-ARQUIVO = "S".

           IF PRIMEIRA-LEITURA = "S"
               MOVE SPACES TO LINHA-RELATORIO
               MOVE "Nenhum produto precisa de compra" TO
                   LINHA-RELATORIO
               PERFORM ESCREVE-LINHA
           ELSE
               PERFORM FECHA-FORNECEDOR.

           MOVE "Pedidos de compra gerados...:" TO CNT-DESCRICAO.
           MOVE TOTAL-COMPRAS-GERADAS TO CNT-QUANTIDADE.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-CONTAGEM TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE "Produtos sem fornecedor apto:" TO CNT-DESCRICAO.
           MOVE TOTAL-SEM-FORNECEDOR TO CNT-QUANTIDADE.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-CONTAGEM TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           CLOSE RELATORIO-COMPRAS.

       LEIA-PROXIMO-ORDENADO.
           RETURN ARQUIVO-ORDENACAO RECORD AT END
               MOVE "S" TO FINAL-ARQUIVO.

       PROCESSA-REGISTROS.
           IF PRIMEIRA-LEITURA = "S"
               MOVE "N" TO PRIMEIRA-LEITURA
               PERFORM COMECA-FORNECEDOR
           ELSE
               IF ORD-FORNECEDOR NOT = FORNECEDOR-ATUAL
                   PERFORM FECHA-FORNECEDOR
                   PERFORM COMECA-FORNECEDOR.

           PERFORM ESCREVE-DETALHE.

           PERFORM LEIA-PROXIMO-ORDENADO.

       ESCREVE-CABECALHO.
           MOVE DATA-DE-HOJE TO CAB-DATA.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE CABECALHO-TITULO TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

       COMECA-FORNECEDOR.
           MOVE ORD-FORNECEDOR TO FORNECEDOR-ATUAL.
           MOVE ZEROS TO COMPRA-EM-MONTAGEM.
           MOVE ZEROS TO LINHA-DA-COMPRA.
           MOVE ZEROS TO TOTAL-DA-COMPRA.
           MOVE "N" TO FORNECEDOR-APTO.

           MOVE FORNECEDOR-ATUAL TO FORNECEDOR-CODIGO.
           MOVE "S" TO FORNECEDOR-APTO.
           READ ARQUIVO-FORNECEDORES RECORD
               INVALID KEY
                   MOVE "N" TO FORNECEDOR-APTO
                   MOVE SPACES TO FORNECEDOR-NOME.

           MOVE FORNECEDOR-ATUAL TO LF-CODIGO.
           MOVE FORNECEDOR-NOME TO LF-NOME.
           MOVE SPACES TO LF-SITUACAO.

           IF FORNECEDOR-ATUAL = ZEROS
               MOVE "N" TO FORNECEDOR-APTO
               MOVE "SEM FORNECEDOR PREFERENCIAL" TO LF-SITUACAO
           ELSE
               IF FORNECEDOR-APTO = "N"
                   MOVE "FORNECEDOR NAO CADASTRADO" TO LF-SITUACAO
               ELSE
                   IF FORNECEDOR-INATIVO
                       MOVE "N" TO FORNECEDOR-APTO
                       MOVE "FORNECEDOR INATIVO" TO LF-SITUACAO.

           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-FORNECEDOR TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           IF FORNECEDOR-APTO = "S"
               PERFORM ABRE-PEDIDO-DE-COMPRA.

           IF FORNECEDOR-APTO = "S"
               MOVE COMPRA-EM-MONTAGEM TO LC-NUMERO
               MOVE COMPRA-DATA-PREVISTA TO LC-PREVISTA
               MOVE SPACES TO LINHA-RELATORIO
               MOVE LINHA-COMPRA TO LINHA-RELATORIO
               PERFORM ESCREVE-LINHA.

           MOVE SPACES TO LINHA-RELATORIO.
           MOVE CABECALHO-COLUNAS TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

       ABRE-PEDIDO-DE-COMPRA.
      *    data prevista = emissao mais o prazo do fornecedor em
      *    dias uteis, pulando fins de semana e feriados.
           MOVE SPACE TO COMPRA-REGISTRO.
           COMPUTE COMPRA-NUMERO = SEQ-ULTIMA-COMPRA + 1.
           MOVE FORNECEDOR-ATUAL TO COMPRA-FORNECEDOR-CODIGO.
           MOVE DATA-DE-HOJE TO COMPRA-DATA-EMISSAO.

           MOVE DATA-DE-HOJE TO DIAUTIL-DATA.
           MOVE FORNECEDOR-PRAZO-ENTREGA TO DIAUTIL-DIAS-A-SOMAR.
           PERFORM SOMA-DIAS-UTEIS.
           MOVE DIAUTIL-DATA TO COMPRA-DATA-PREVISTA.

           MOVE ZEROS TO COMPRA-TOTAL.
           MOVE "A" TO COMPRA-SITUACAO.
           MOVE ZEROS TO COMPRA-DATA-ULTIMO-RECEBIMENTO.
           MOVE "PROG233" TO COMPRA-OPERADOR.

           WRITE COMPRA-REGISTRO
               INVALID KEY
                   DISPLAY "Numero de pedido de compra ja existe: "
                       COMPRA-NUMERO
                   ADD 1 TO TOTAL-REJEITADOS
                   MOVE "N" TO FORNECEDOR-APTO
               NOT INVALID KEY
                   MOVE COMPRA-NUMERO TO SEQ-ULTIMA-COMPRA
                   MOVE COMPRA-NUMERO TO COMPRA-EM-MONTAGEM
                   ADD 1 TO TOTAL-COMPRAS-GERADAS
                   PERFORM GRAVA-SEQUENCIAS.

       ESCREVE-DETALHE.
           IF FORNECEDOR-APTO = "S"
               PERFORM GRAVA-LINHA-DA-COMPRA
           ELSE
               ADD 1 TO TOTAL-SEM-FORNECEDOR.

           MOVE ORD-PRODUTO TO DET-PRODUTO.
           MOVE ORD-DESCRICAO TO DET-DESCRICAO.
           MOVE ORD-ESTOQUE TO DET-ESTOQUE.
           MOVE ORD-MINIMO TO DET-MINIMO.
           MOVE ORD-AGUARDANDO TO DET-AGUARDANDO.
           MOVE ORD-JA-PEDIDO TO DET-JA-PEDIDO.
           MOVE ORD-QUANTIDADE TO DET-QUANTIDADE.
           MOVE ORD-CUSTO TO DET-CUSTO.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-DETALHE TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

       GRAVA-LINHA-DA-COMPRA.
           MOVE SPACE TO COMPRA-ITEM-REGISTRO.
           MOVE COMPRA-EM-MONTAGEM TO CITEM-COMPRA-NUMERO.
           COMPUTE CITEM-LINHA = LINHA-DA-COMPRA + 1.
           MOVE ORD-PRODUTO TO CITEM-PRODUTO-CODIGO.
           MOVE ORD-DESCRICAO TO CITEM-DESCRICAO.
           MOVE ORD-QUANTIDADE TO CITEM-QUANTIDADE.
           MOVE ZEROS TO CITEM-QTD-RECEBIDA.
           MOVE ZEROS TO CITEM-QTD-FATURADA.
           MOVE ORD-CUSTO TO CITEM-CUSTO-UNITARIO.

           WRITE COMPRA-ITEM-REGISTRO
               INVALID KEY
                   DISPLAY "Linha do pedido de compra "
                       COMPRA-EM-MONTAGEM " ja existe"
                   ADD 1 TO TOTAL-REJEITADOS
               NOT INVALID KEY
                   ADD 1 TO LINHA-DA-COMPRA
                   ADD 1 TO TOTAL-LINHAS-GERADAS
                   COMPUTE VALOR-DA-LINHA =
                       ORD-QUANTIDADE * ORD-CUSTO
                   ADD VALOR-DA-LINHA TO TOTAL-DA-COMPRA.

       FECHA-FORNECEDOR.
      *    o total do pedido de compra so e conhecido depois da
      *    ultima linha do fornecedor.
           IF COMPRA-EM-MONTAGEM > ZEROS
               PERFORM GRAVA-TOTAL-DA-COMPRA
               MOVE "Total do pedido de compra...:" TO TOT-DESCRICAO
               MOVE TOTAL-DA-COMPRA TO TOT-VALOR
               MOVE SPACES TO LINHA-RELATORIO
               MOVE LINHA-TOTAL TO LINHA-RELATORIO
               PERFORM ESCREVE-LINHA.

           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

       GRAVA-TOTAL-DA-COMPRA.
           MOVE COMPRA-EM-MONTAGEM TO COMPRA-NUMERO.
           READ ARQUIVO-COMPRAS RECORD
               INVALID KEY
                   DISPLAY "Erro ao reler o pedido de compra "
                       COMPRA-EM-MONTAGEM
               NOT INVALID KEY
                   MOVE TOTAL-DA-COMPRA TO COMPRA-TOTAL
                   REWRITE COMPRA-REGISTRO.

       ESCREVE-LINHA.
           WRITE LINHA-RELATORIO.
           ADD 1 TO IMPRESSAO-LINHAS.

       CARREGA-SEQUENCIAS.
      *    o contador de pedidos de compra foi acrescentado depois
      *    - um sequencias.dat antigo chega com ele em branco.
           MOVE ZEROS TO SEQUENCIA-REGISTRO.
           OPEN INPUT ARQUIVO-SEQUENCIAS.
           READ ARQUIVO-SEQUENCIAS RECORD AT END
               MOVE ZEROS TO SEQUENCIA-REGISTRO.
           CLOSE ARQUIVO-SEQUENCIAS.

           IF SEQ-ULTIMA-COMPRA NOT NUMERIC
               MOVE ZEROS TO SEQ-ULTIMA-COMPRA.

       GRAVA-SEQUENCIAS.
           OPEN OUTPUT ARQUIVO-SEQUENCIAS.
           WRITE SEQUENCIA-REGISTRO.
           CLOSE ARQUIVO-SEQUENCIAS.

       GRAVA-EXECUCAO.
      *    anexa a rodada ao log central de execucoes, de onde o
      *    resumo matinal do PROG118 le a janela da noite.
           OPEN EXTEND ARQUIVO-EXECUCOES.
           MOVE "PROG233" TO EXEC-PROGRAMA.
           MOVE EXECUCAO-DATA-INICIO TO EXEC-DATA-INICIO.
           MOVE EXECUCAO-HORA-INICIO TO EXEC-HORA-INICIO.
           ACCEPT EXEC-DATA-FIM FROM DATE YYYYMMDD.
           ACCEPT EXEC-HORA-FIM FROM TIME.
           MOVE TOTAL-PRODUTOS-LIDOS TO EXEC-LIDOS.
           MOVE TOTAL-LINHAS-GERADAS TO EXEC-GRAVADOS.
           MOVE TOTAL-REJEITADOS TO EXEC-REJEITADOS.

           IF TOTAL-REJEITADOS > ZEROS
               MOVE "RJ" TO EXEC-RESULTADO
           ELSE
               MOVE "OK" TO EXEC-RESULTADO.

           WRITE EXECUCAO-REGISTRO.
           CLOSE ARQUIVO-EXECUCOES.

           COPY "PDCALCDIAS.cob".
           COPY "PDDIAUTIL.cob".
           COPY "PDIMPRESSAO.cob".
           COPY "PDJANELA.cob".
