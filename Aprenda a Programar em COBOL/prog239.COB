       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG239.
      *    margem bruta por fatura no periodo - cada fatura emitida
      *    sai numa linha com a receita das linhas de item
      *    (convertida para BRL pela taxa da data do pedido), o
      *    custo carimbado pelo faturamento do PROG121, a margem e
      *    o percentual sobre a receita. As devolucoes do periodo
      *    (PROG127) saem numa linha propria da fatura original,
      *    com receita e custo estornados pelo mesmo valor com que
      *    a venda saiu. Venda abaixo da margem minima do
      *    parametro MARGEM-MINIMA-VENDA e marcada, e a linha sem
      *    custo carimbado tambem, para a margem dela nao enganar.
      *    A saida e carimbada pelo arquivo morto de impressoes
      *    (MARGEMFAT_AAAAMMDD_NNN).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBFATURA.cob".
           COPY "SBPEDIDO.cob".
           COPY "SBPEDIDOITEM.cob".
           COPY "SBDEVOLUCAO.cob".
           COPY "SBCAMBIO.cob".
           COPY "SBCLIENTE.cob".
           COPY "SBPARAMETRO.cob".
           COPY "SBIMPRESSAO.cob".
           SELECT ARQUIVO-ORDENACAO
               ASSIGN TO "MARGFSORT.TMP".
           SELECT RELATORIO-MARGEM
               ASSIGN TO SAIDAMARGEMFAT
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           COPY "FDFATURA.cob".
           COPY "FDPEDIDO.cob".
           COPY "FDPEDIDOITEM.cob".
           COPY "FDDEVOLUCAO.cob".
           COPY "FDCAMBIO.cob".
           COPY "FDCLIENTE.cob".
           COPY "FDPARAMETRO.cob".
           COPY "FDIMPRESSAO.cob".

       SD  ARQUIVO-ORDENACAO.
       01  ORDENACAO-REGISTRO.
           05 ORD-FATURA PIC 9(6).
           05 ORD-TIPO PIC X.
           05 ORD-DATA PIC 9(8).
           05 ORD-CLIENTE PIC 9(4).
           05 ORD-VENDEDOR PIC 9(4).
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
       77  FATURA-ATUAL PIC 9(6).
       77  TIPO-ATUAL PIC X.
       77  DATA-ATUAL PIC 9(8).
       77  CLIENTE-ATUAL PIC 9(4).
       77  VENDEDOR-ATUAL PIC 9(4).
       77  SEM-CUSTO-ATUAL PIC X.
       77  RECEITA-ATUAL PIC S9(12)V99.
       77  CUSTO-ATUAL PIC S9(12)V99.
       77  RECEITA-GERAL PIC S9(12)V99.
       77  CUSTO-GERAL PIC S9(12)V99.
       77  VENDAS-ABAIXO PIC 9(6).
       77  VENDAS-SEM-CUSTO PIC 9(6).

       01  CABECALHO-TITULO.
           05 FILLER PIC X(15) VALUE SPACES.
           05 FILLER PIC X(30) VALUE
               "MARGEM BRUTA POR FATURA - DE ".
           05 CAB-DATA-INICIAL PIC 9999/99/99.
           05 FILLER PIC X(5) VALUE " ATE ".
           05 CAB-DATA-FINAL PIC 9999/99/99.
           05 FILLER PIC X(18) VALUE "  - MARGEM MINIMA ".
           05 CAB-MINIMO PIC ZZ9.99.
           05 FILLER PIC X(1) VALUE "%".

       01  CABECALHO-COLUNAS.
           05 FILLER PIC X(52) VALUE
               "Fatura  Tipo   Data        Cliente              Vend".
           05 FILLER PIC X(17) VALUE "          Receita".
           05 FILLER PIC X(17) VALUE "            Custo".
           05 FILLER PIC X(17) VALUE "           Margem".
           05 FILLER PIC X(11) VALUE "          %".
           05 FILLER PIC X(20) VALUE "  Observacao".

       01  LINHA-DETALHE.
           05 DET-FATURA PIC ZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-TIPO PIC X(5).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-DATA PIC 9999/99/99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-CLIENTE PIC ZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-NOME PIC X(14).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-VENDEDOR PIC ZZZ9.
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

       01  LINHA-TOTAL-GERAL.
           05 FILLER PIC X(54) VALUE
               "Total do periodo.....................................".
           05 TGE-RECEITA PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 TGE-CUSTO PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 TGE-MARGEM PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 TGE-PERCENTUAL PIC -ZZZZ9.99.

       01  LINHA-CONTAGEM.
           05 FILLER PIC X(34) VALUE
               "Vendas abaixo da margem minima...:".
           05 CNT-ABAIXO PIC ZZZ,ZZ9.
           05 FILLER PIC X(30) VALUE
               "   Vendas com linha sem custo:".
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
           MOVE "PROG239" TO IMPRESSAO-PROGRAMA.
           MOVE "MARGEMFAT" TO IMPRESSAO-PREFIXO.
           MOVE "SAIDAMARGEMFAT" TO IMPRESSAO-VARIAVEL.
           PERFORM MONTA-NOME-RELATORIO.

           OPEN INPUT ARQUIVO-FATURAS.
           OPEN INPUT ARQUIVO-PEDIDOS.
           OPEN INPUT ARQUIVO-PEDIDO-ITENS.
           OPEN INPUT ARQUIVO-CAMBIO.
           OPEN INPUT ARQUIVO-CLIENTE.

           MOVE ZEROS TO RECEITA-GERAL.
           MOVE ZEROS TO CUSTO-GERAL.
           MOVE ZEROS TO VENDAS-ABAIXO.
           MOVE ZEROS TO VENDAS-SEM-CUSTO.

      *    a venda da fatura sai antes das devolucoes dela.
           SORT ARQUIVO-ORDENACAO
               ON ASCENDING KEY ORD-FATURA
               ON DESCENDING KEY ORD-TIPO
               ON ASCENDING KEY ORD-DATA
               INPUT PROCEDURE IS COLETA-MARGEM-DO-PERIODO
               OUTPUT PROCEDURE IS GERA-RELATORIO.

           CLOSE ARQUIVO-FATURAS.
           CLOSE ARQUIVO-PEDIDOS.
           CLOSE ARQUIVO-PEDIDO-ITENS.
           CLOSE ARQUIVO-CAMBIO.
           CLOSE ARQUIVO-CLIENTE.

           PERFORM GRAVA-INDICE-IMPRESSAO.

           IF MARGEM-QTD-SEM-TAXA > ZEROS
               DISPLAY "ATENCAO: " MARGEM-QTD-SEM-TAXA
                   " pedidos sem taxa de cambio entraram 1x1".

           IF MARGEM-QTD-SEM-PEDIDO > ZEROS
               DISPLAY "ATENCAO: " MARGEM-QTD-SEM-PEDIDO
                   " faturas com pedido ja arquivado ficaram fora".

           DISPLAY "Vendas abaixo da margem minima: " VENDAS-ABAIXO.
           DISPLAY "Relatorio gravado em " IMPRESSAO-NOME.
       PROGRAM-DONE.
      *    GOBACK devolve o controle ao menu quando chamado pelo
      *    PROG40, e encerra normalmente quando executado sozinho.
           GOBACK.

       LIBERA-LINHA-DE-MARGEM.
           MOVE MARGEM-FATURA TO ORD-FATURA.
           MOVE MARGEM-TIPO TO ORD-TIPO.
           MOVE MARGEM-DATA TO ORD-DATA.
           MOVE MARGEM-CLIENTE TO ORD-CLIENTE.
           MOVE MARGEM-VENDEDOR TO ORD-VENDEDOR.
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
               PERFORM ESCREVE-FATURA.

           PERFORM ESCREVE-TOTAL-GERAL.
           CLOSE RELATORIO-MARGEM.

       LEIA-PROXIMO-ORDENADO.
           RETURN ARQUIVO-ORDENACAO RECORD AT END
               MOVE "S" TO FINAL-ARQUIVO.

       PROCESSA-REGISTROS.
      *    uma linha por fatura e tipo - a venda inteira numa, as
      *    devolucoes do periodo somadas noutra.
           IF PRIMEIRA-LEITURA = "S"
               MOVE "N" TO PRIMEIRA-LEITURA
               PERFORM COMECA-FATURA
           ELSE
               IF ORD-FATURA NOT = FATURA-ATUAL OR
                   ORD-TIPO NOT = TIPO-ATUAL
                   PERFORM ESCREVE-FATURA
                   PERFORM COMECA-FATURA.

           ADD ORD-RECEITA TO RECEITA-ATUAL.
           ADD ORD-CUSTO TO CUSTO-ATUAL.
           IF ORD-SEM-CUSTO = "S"
               MOVE "S" TO SEM-CUSTO-ATUAL.

           PERFORM LEIA-PROXIMO-ORDENADO.

       COMECA-FATURA.
           MOVE ORD-FATURA TO FATURA-ATUAL.
           MOVE ORD-TIPO TO TIPO-ATUAL.
           MOVE ORD-DATA TO DATA-ATUAL.
           MOVE ORD-CLIENTE TO CLIENTE-ATUAL.
           MOVE ORD-VENDEDOR TO VENDEDOR-ATUAL.
           MOVE "N" TO SEM-CUSTO-ATUAL.
           MOVE ZEROS TO RECEITA-ATUAL.
           MOVE ZEROS TO CUSTO-ATUAL.

       ESCREVE-FATURA.
           ADD RECEITA-ATUAL TO RECEITA-GERAL.
           ADD CUSTO-ATUAL TO CUSTO-GERAL.

           MOVE RECEITA-ATUAL TO MARGEM-CALC-RECEITA.
           MOVE CUSTO-ATUAL TO MARGEM-CALC-CUSTO.
           PERFORM MARGEM-PERCENTUAL-DE.

           PERFORM BUSCA-NOME-CLIENTE.

           MOVE FATURA-ATUAL TO DET-FATURA.
           IF TIPO-ATUAL = "V"
               MOVE "Venda" TO DET-TIPO
           ELSE
               MOVE "Devol" TO DET-TIPO.
           MOVE DATA-ATUAL TO DET-DATA.
           MOVE CLIENTE-ATUAL TO DET-CLIENTE.
           MOVE VENDEDOR-ATUAL TO DET-VENDEDOR.
           MOVE RECEITA-ATUAL TO DET-RECEITA.
           MOVE CUSTO-ATUAL TO DET-CUSTO.
           MOVE MARGEM-CALC-VALOR TO DET-MARGEM.
           MOVE MARGEM-CALC-PERCENTUAL TO DET-PERCENTUAL.
           PERFORM MONTA-OBSERVACAO.

           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-DETALHE TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

       MONTA-OBSERVACAO.
      *    so a venda e comparada com o minimo - a linha de
      *    devolucao e estorno, nao venda.
           MOVE SPACES TO DET-OBSERVACAO.

           IF TIPO-ATUAL = "V" AND SEM-CUSTO-ATUAL = "S"
               ADD 1 TO VENDAS-SEM-CUSTO
               MOVE "SEM CUSTO" TO DET-OBSERVACAO
           ELSE
               IF TIPO-ATUAL = "V" AND MARGEM-CALC-ABAIXO = "S"
                   ADD 1 TO VENDAS-ABAIXO
                   MOVE "ABAIXO DO MINIMO" TO DET-OBSERVACAO.

       BUSCA-NOME-CLIENTE.
           MOVE CLIENTE-ATUAL TO CLIENTE-CODIGO.
           READ ARQUIVO-CLIENTE RECORD
               INVALID KEY
                   MOVE "DESCONHECIDO" TO CLIENTE-NOME.
           MOVE CLIENTE-NOME TO DET-NOME.

       ESCREVE-TOTAL-GERAL.
           MOVE RECEITA-GERAL TO MARGEM-CALC-RECEITA.
           MOVE CUSTO-GERAL TO MARGEM-CALC-CUSTO.
           PERFORM MARGEM-PERCENTUAL-DE.

           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE RECEITA-GERAL TO TGE-RECEITA.
           MOVE CUSTO-GERAL TO TGE-CUSTO.
           MOVE MARGEM-CALC-VALOR TO TGE-MARGEM.
           MOVE MARGEM-CALC-PERCENTUAL TO TGE-PERCENTUAL.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-TOTAL-GERAL TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE VENDAS-ABAIXO TO CNT-ABAIXO.
           MOVE VENDAS-SEM-CUSTO TO CNT-SEM-CUSTO.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-CONTAGEM TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

       ESCREVE-LINHA.
           WRITE LINHA-RELATORIO.
           ADD 1 TO IMPRESSAO-LINHAS.

           COPY "PDCAMBIO.cob".
           COPY "PDMARGEM.cob".
           COPY "PDPARAMETRO.cob".
           COPY "PDIMPRESSAO.cob".
