       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG240.
      *    margem bruta por produto dentro da categoria no periodo,
      *    ao lado das vendas por categoria do PROG147 - soma por
      *    produto a quantidade, a receita em BRL e o custo
      *    carimbado no faturamento do PROG121 das faturas emitidas
      *    no periodo, menos as devolucoes do periodo (PROG127)
      *    pelo mesmo custo com que sairam, e imprime margem e
      *    percentual por produto, subtotal por categoria e total
      *    geral. Produto ou categoria abaixo da margem minima do
      *    parametro MARGEM-MINIMA-VENDA e marcado, e o produto
      *    com linha sem custo carimbado tambem. A saida e
      *    carimbada pelo arquivo morto de impressoes
      *    (MARGEMPROD_AAAAMMDD_NNN).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBFATURA.cob".
           COPY "SBPEDIDO.cob".
           COPY "SBPEDIDOITEM.cob".
           COPY "SBDEVOLUCAO.cob".
           COPY "SBCAMBIO.cob".
           COPY "SBPRODUTO.cob".
           COPY "SBCATEGORIA.cob".
           COPY "SBPARAMETRO.cob".
           COPY "SBIMPRESSAO.cob".
           SELECT ARQUIVO-ORDENACAO
               ASSIGN TO "MARGPSORT.TMP".
           SELECT RELATORIO-MARGEM
               ASSIGN TO SAIDAMARGEMPROD
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           COPY "FDFATURA.cob".
           COPY "FDPEDIDO.cob".
           COPY "FDPEDIDOITEM.cob".
           COPY "FDDEVOLUCAO.cob".
           COPY "FDCAMBIO.cob".
           COPY "FDPRODUTO.cob".
           COPY "FDCATEGORIA.cob".
           COPY "FDPARAMETRO.cob".
           COPY "FDIMPRESSAO.cob".

       SD  ARQUIVO-ORDENACAO.
       01  ORDENACAO-REGISTRO.
           05 ORD-CATEGORIA PIC 9(2).
           05 ORD-PRODUTO PIC 9(4).
           05 ORD-DESCRICAO PIC X(30).
           05 ORD-QUANTIDADE PIC S9(6).
           05 ORD-RECEITA PIC S9(10)V99.
           05 ORD-CUSTO PIC S9(10)V99.
           05 ORD-SEM-CUSTO PIC X.

       FD  RELATORIO-MARGEM.
       01  LINHA-RELATORIO PIC X(132).

       WORKING-STORAGE SECTION.
           COPY "WSCAMBIO.cob".
           COPY "WSMARGEM.cob".
           COPY "WSPARAMETRO.cob".
           COPY "WSIMPRESSAO.cob".
       77  FINAL-ARQUIVO PIC X.
       77  PRIMEIRA-LEITURA PIC X.
       77  CATEGORIA-ATUAL PIC 9(2).
       77  NOME-CATEGORIA-ATUAL PIC X(20).
       77  PRODUTO-ATUAL PIC 9(4).
       77  DESCRICAO-ATUAL PIC X(30).
       77  SEM-CUSTO-ATUAL PIC X.
       77  PRODUTOS-ABAIXO PIC 9(6).
       77  PRODUTOS-SEM-CUSTO PIC 9(6).

       01  TOTAIS-PRODUTO.
           05 PRO-QUANTIDADE PIC S9(8).
           05 PRO-RECEITA PIC S9(12)V99.
           05 PRO-CUSTO PIC S9(12)V99.

       01  TOTAIS-CATEGORIA.
           05 CAT-QUANTIDADE PIC S9(8).
           05 CAT-RECEITA PIC S9(12)V99.
           05 CAT-CUSTO PIC S9(12)V99.

       01  TOTAIS-GERAIS.
           05 GER-QUANTIDADE PIC S9(8).
           05 GER-RECEITA PIC S9(12)V99.
           05 GER-CUSTO PIC S9(12)V99.

       01  CABECALHO-TITULO.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(38) VALUE
               "MARGEM BRUTA POR PRODUTO E CATEGORIA -".
           05 FILLER PIC X(4) VALUE " DE ".
           05 CAB-DATA-INICIAL PIC 9999/99/99.
           05 FILLER PIC X(5) VALUE " ATE ".
           05 CAB-DATA-FINAL PIC 9999/99/99.
           05 FILLER PIC X(18) VALUE "  - MARGEM MINIMA ".
           05 CAB-MINIMO PIC ZZ9.99.
           05 FILLER PIC X(1) VALUE "%".

       01  CABECALHO-COLUNAS.
           05 FILLER PIC X(38) VALUE
               "  Prod  Descricao".
           05 FILLER PIC X(10) VALUE "      Qtde".
           05 FILLER PIC X(17) VALUE "          Receita".
           05 FILLER PIC X(17) VALUE "            Custo".
           05 FILLER PIC X(17) VALUE "           Margem".
           05 FILLER PIC X(11) VALUE "          %".
           05 FILLER PIC X(12) VALUE "  Observacao".

       01  LINHA-CATEGORIA.
           05 FILLER PIC X(11) VALUE "Categoria: ".
           05 LC-CODIGO PIC Z9.
           05 FILLER PIC X(2) VALUE SPACE.
           05 LC-NOME PIC X(20).

       01  LINHA-DETALHE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-PRODUTO PIC ZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-DESCRICAO PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-QUANTIDADE PIC -ZZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-RECEITA PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-CUSTO PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-MARGEM PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-PERCENTUAL PIC -ZZZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-OBSERVACAO PIC X(16).

      *    o mesmo desenho serve ao subtotal da categoria e ao
      *    total geral, mudando so o rotulo.
       01  LINHA-TOTAL.
           05 FILLER PIC X(4) VALUE SPACES.
           05 TOT-ROTULO PIC X(34).
           05 TOT-QUANTIDADE PIC --,---,--9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 TOT-RECEITA PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 TOT-CUSTO PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 TOT-MARGEM PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 TOT-PERCENTUAL PIC -ZZZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 TOT-OBSERVACAO PIC X(16).

       01  LINHA-CONTAGEM.
           05 FILLER PIC X(36) VALUE
               "Produtos abaixo da margem minima...:".
           05 CNT-ABAIXO PIC ZZZ,ZZ9.
           05 FILLER PIC X(32) VALUE
               "   Produtos com linha sem custo:".
           05 CNT-SEM-CUSTO PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           DISPLAY "Data inicial do periodo (AAAAMMDD): ".
           ACCEPT MARGEM-DATA-INICIAL.
           DISPLAY "Data final do periodo (AAAAMMDD): ".
           ACCEPT MARGEM-DATA-FINAL.

           PERFORM CARREGA-PARAMETROS.
           MOVE "MARGEM-MINIMA-VENDA" TO PARAM-BUSCA-CHAVE.
           PERFORM BUSCA-PARAMETRO.
           IF PARAM-ACHADO = "S"
               MOVE PARAM-VALOR-LIDO TO MARGEM-PERC-MINIMO.

      *    carimba a saida da rodada antes do OPEN.
           MOVE "PROG240" TO IMPRESSAO-PROGRAMA.
           MOVE "MARGEMPROD" TO IMPRESSAO-PREFIXO.
           MOVE "SAIDAMARGEMPROD" TO IMPRESSAO-VARIAVEL.
           PERFORM MONTA-NOME-RELATORIO.

           OPEN INPUT ARQUIVO-FATURAS.
           OPEN INPUT ARQUIVO-PEDIDOS.
           OPEN INPUT ARQUIVO-PEDIDO-ITENS.
           OPEN INPUT ARQUIVO-CAMBIO.
           OPEN INPUT ARQUIVO-PRODUTOS.
           OPEN INPUT ARQUIVO-CATEGORIAS.

           MOVE ZEROS TO TOTAIS-GERAIS.
           MOVE ZEROS TO PRODUTOS-ABAIXO.
           MOVE ZEROS TO PRODUTOS-SEM-CUSTO.

           SORT ARQUIVO-ORDENACAO
               ON ASCENDING KEY ORD-CATEGORIA
               ON ASCENDING KEY ORD-PRODUTO
               INPUT PROCEDURE IS COLETA-MARGEM-DO-PERIODO
               OUTPUT PROCEDURE IS GERA-RELATORIO.

           CLOSE ARQUIVO-FATURAS.
           CLOSE ARQUIVO-PEDIDOS.
           CLOSE ARQUIVO-PEDIDO-ITENS.
           CLOSE ARQUIVO-CAMBIO.
           CLOSE ARQUIVO-PRODUTOS.
           CLOSE ARQUIVO-CATEGORIAS.

           PERFORM GRAVA-INDICE-IMPRESSAO.

           IF MARGEM-QTD-SEM-TAXA > ZEROS
               DISPLAY "ATENCAO: " MARGEM-QTD-SEM-TAXA
                   " pedidos sem taxa de cambio entraram 1x1".

           IF MARGEM-QTD-SEM-PEDIDO > ZEROS
               DISPLAY "ATENCAO: " MARGEM-QTD-SEM-PEDIDO
                   " faturas com pedido ja arquivado ficaram fora".

           DISPLAY "Produtos abaixo da margem minima: "
               PRODUTOS-ABAIXO.
           DISPLAY "Relatorio gravado em " IMPRESSAO-NOME.
       PROGRAM-DONE.
      *    GOBACK devolve o controle ao menu quando chamado pelo
      *    PROG40, e encerra normalmente quando executado sozinho.
           GOBACK.

       LIBERA-LINHA-DE-MARGEM.
      *    item de produto sem cadastro ou sem categoria cai na
      *    categoria zero, como no PROG147.
           MOVE MARGEM-PRODUTO TO PRODUTO-CODIGO.

           READ ARQUIVO-PRODUTOS RECORD
               INVALID KEY
                   MOVE ZEROS TO ORD-CATEGORIA
                   MOVE "PRODUTO SEM CADASTRO" TO ORD-DESCRICAO
               NOT INVALID KEY
                   MOVE PRODUTO-CATEGORIA-CODIGO TO ORD-CATEGORIA
                   MOVE PRODUTO-DESCRICAO TO ORD-DESCRICAO.

           MOVE MARGEM-PRODUTO TO ORD-PRODUTO.
           MOVE MARGEM-QUANTIDADE TO ORD-QUANTIDADE.
           MOVE MARGEM-RECEITA TO ORD-RECEITA.
           MOVE MARGEM-CUSTO TO ORD-CUSTO.
           MOVE MARGEM-SEM-CUSTO TO ORD-SEM-CUSTO.
           RELEASE ORDENACAO-REGISTRO.

       GERA-RELATORIO.
           OPEN OUTPUT RELATORIO-MARGEM.
           MOVE "S" TO PRIMEIRA-LEITURA.

           MOVE MARGEM-DATA-INICIAL TO CAB-DATA-INICIAL.
           MOVE MARGEM-DATA-FINAL TO CAB-DATA-FINAL.
           MOVE MARGEM-PERC-MINIMO TO CAB-MINIMO.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE CABECALHO-TITULO TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.
           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE SPACES TO LINHA-RELATORIO.
           MOVE CABECALHO-COLUNAS TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LEIA-PROXIMO-ORDENADO.

           PERFORM PROCESSA-REGISTROS
               UNTIL FINAL-ARQUIVO = "S".

           IF PRIMEIRA-LEITURA = "N"
               PERFORM ESCREVE-PRODUTO
               PERFORM ESCREVE-CATEGORIA.

           PERFORM ESCREVE-TOTAL-GERAL.
           CLOSE RELATORIO-MARGEM.

       LEIA-PROXIMO-ORDENADO.
           RETURN ARQUIVO-ORDENACAO RECORD AT END
               MOVE "S" TO FINAL-ARQUIVO.

       PROCESSA-REGISTROS.
           IF PRIMEIRA-LEITURA = "S"
               MOVE "N" TO PRIMEIRA-LEITURA
               PERFORM COMECA-CATEGORIA
               PERFORM COMECA-PRODUTO
           ELSE
               IF ORD-CATEGORIA NOT = CATEGORIA-ATUAL
                   PERFORM ESCREVE-PRODUTO
                   PERFORM ESCREVE-CATEGORIA
                   PERFORM COMECA-CATEGORIA
                   PERFORM COMECA-PRODUTO
               ELSE
                   IF ORD-PRODUTO NOT = PRODUTO-ATUAL
                       PERFORM ESCREVE-PRODUTO
                       PERFORM COMECA-PRODUTO.

           ADD ORD-QUANTIDADE TO PRO-QUANTIDADE.
           ADD ORD-RECEITA TO PRO-RECEITA.
           ADD ORD-CUSTO TO PRO-CUSTO.
           IF ORD-SEM-CUSTO = "S"
               MOVE "S" TO SEM-CUSTO-ATUAL.

           PERFORM LEIA-PROXIMO-ORDENADO.

       COMECA-CATEGORIA.
           MOVE ORD-CATEGORIA TO CATEGORIA-ATUAL.
           MOVE ZEROS TO TOTAIS-CATEGORIA.
           PERFORM BUSCA-NOME-CATEGORIA.

           MOVE CATEGORIA-ATUAL TO LC-CODIGO.
           MOVE NOME-CATEGORIA-ATUAL TO LC-NOME.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-CATEGORIA TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

       BUSCA-NOME-CATEGORIA.
           IF CATEGORIA-ATUAL = ZEROS
               MOVE "SEM CATEGORIA" TO NOME-CATEGORIA-ATUAL
           ELSE
               MOVE CATEGORIA-ATUAL TO CATEGORIA-CODIGO
               READ ARQUIVO-CATEGORIAS RECORD
                   INVALID KEY
                       MOVE "DESCONHECIDA" TO NOME-CATEGORIA-ATUAL
                   NOT INVALID KEY
                       MOVE CATEGORIA-NOME TO NOME-CATEGORIA-ATUAL.

       COMECA-PRODUTO.
           MOVE ORD-PRODUTO TO PRODUTO-ATUAL.
           MOVE ORD-DESCRICAO TO DESCRICAO-ATUAL.
           MOVE "N" TO SEM-CUSTO-ATUAL.
           MOVE ZEROS TO TOTAIS-PRODUTO.

       ESCREVE-PRODUTO.
           ADD PRO-QUANTIDADE TO CAT-QUANTIDADE.
           ADD PRO-RECEITA TO CAT-RECEITA.
           ADD PRO-CUSTO TO CAT-CUSTO.

           MOVE PRO-RECEITA TO MARGEM-CALC-RECEITA.
           MOVE PRO-CUSTO TO MARGEM-CALC-CUSTO.
           PERFORM MARGEM-PERCENTUAL-DE.

           MOVE PRODUTO-ATUAL TO DET-PRODUTO.
           MOVE DESCRICAO-ATUAL TO DET-DESCRICAO.
           MOVE PRO-QUANTIDADE TO DET-QUANTIDADE.
           MOVE PRO-RECEITA TO DET-RECEITA.
           MOVE PRO-CUSTO TO DET-CUSTO.
           MOVE MARGEM-CALC-VALOR TO DET-MARGEM.
           MOVE MARGEM-CALC-PERCENTUAL TO DET-PERCENTUAL.

           MOVE SPACES TO DET-OBSERVACAO.
           IF SEM-CUSTO-ATUAL = "S"
               ADD 1 TO PRODUTOS-SEM-CUSTO
               MOVE "SEM CUSTO" TO DET-OBSERVACAO
           ELSE
               IF MARGEM-CALC-ABAIXO = "S"
                   ADD 1 TO PRODUTOS-ABAIXO
                   MOVE "ABAIXO DO MINIMO" TO DET-OBSERVACAO.

           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-DETALHE TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

       ESCREVE-CATEGORIA.
           ADD CAT-QUANTIDADE TO GER-QUANTIDADE.
           ADD CAT-RECEITA TO GER-RECEITA.
           ADD CAT-CUSTO TO GER-CUSTO.

           MOVE CAT-RECEITA TO MARGEM-CALC-RECEITA.
           MOVE CAT-CUSTO TO MARGEM-CALC-CUSTO.
           PERFORM MARGEM-PERCENTUAL-DE.

           MOVE "Total da categoria..............:" TO TOT-ROTULO.
           MOVE CAT-QUANTIDADE TO TOT-QUANTIDADE.
           MOVE CAT-RECEITA TO TOT-RECEITA.
           MOVE CAT-CUSTO TO TOT-CUSTO.
           PERFORM MONTA-LINHA-TOTAL.

           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

       ESCREVE-TOTAL-GERAL.
           MOVE GER-RECEITA TO MARGEM-CALC-RECEITA.
           MOVE GER-CUSTO TO MARGEM-CALC-CUSTO.
           PERFORM MARGEM-PERCENTUAL-DE.

           MOVE "Total do periodo................:" TO TOT-ROTULO.
           MOVE GER-QUANTIDADE TO TOT-QUANTIDADE.
           MOVE GER-RECEITA TO TOT-RECEITA.
           MOVE GER-CUSTO TO TOT-CUSTO.
           PERFORM MONTA-LINHA-TOTAL.

           MOVE PRODUTOS-ABAIXO TO CNT-ABAIXO.
           MOVE PRODUTOS-SEM-CUSTO TO CNT-SEM-CUSTO.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-CONTAGEM TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

       MONTA-LINHA-TOTAL.
           MOVE MARGEM-CALC-VALOR TO TOT-MARGEM.
           MOVE MARGEM-CALC-PERCENTUAL TO TOT-PERCENTUAL.

           MOVE SPACES TO TOT-OBSERVACAO.
           IF MARGEM-CALC-ABAIXO = "S"
               MOVE "ABAIXO DO MINIMO" TO TOT-OBSERVACAO.

           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-TOTAL TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

       ESCREVE-LINHA.
           WRITE LINHA-RELATORIO.
           ADD 1 TO IMPRESSAO-LINHAS.

           COPY "PDCAMBIO.cob".
           COPY "PDMARGEM.cob".
           COPY "PDPARAMETRO.cob".
           COPY "PDIMPRESSAO.cob".
