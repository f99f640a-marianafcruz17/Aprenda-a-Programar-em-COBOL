       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG241.
      *    margem bruta por vendedor no periodo, ao lado das
      *    comissoes do PROG102 - soma por fatura a receita em BRL
      *    e o custo carimbado no faturamento do PROG121, com as
      *    devolucoes do periodo (PROG127) abatidas na carteira do
      *    vendedor pelo mesmo custo com que a mercadoria saiu,
      *    como o estorno de comissao do PROG102. Sob cada
      *    vendedor saem so as faturas que pedem atencao - abaixo
      *    da margem minima do parametro MARGEM-MINIMA-VENDA, ou
      *    com linha sem custo carimbado - e o total do vendedor
      *    com margem, percentual e quantas faturas ficaram abaixo
      *    do minimo. A saida e carimbada pelo arquivo morto de
      *    impressoes (MARGEMVEND_AAAAMMDD_NNN).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBFATURA.cob".
           COPY "SBPEDIDO.cob".
           COPY "SBPEDIDOITEM.cob".
           COPY "SBDEVOLUCAO.cob".
           COPY "SBCAMBIO.cob".
           COPY "SBFUNCIONARIO.cob".
           COPY "SBPARAMETRO.cob".
           COPY "SBIMPRESSAO.cob".
           SELECT ARQUIVO-ORDENACAO
               ASSIGN TO "MARGVSORT.TMP".
           SELECT RELATORIO-MARGEM
               ASSIGN TO SAIDAMARGEMVEND
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           COPY "FDFATURA.cob".
           COPY "FDPEDIDO.cob".
           COPY "FDPEDIDOITEM.cob".
           COPY "FDDEVOLUCAO.cob".
           COPY "FDCAMBIO.cob".
           COPY "FDFUNCIONARIO.cob".
           COPY "FDPARAMETRO.cob".
           COPY "FDIMPRESSAO.cob".

       SD  ARQUIVO-ORDENACAO.
       01  ORDENACAO-REGISTRO.
           05 ORD-VENDEDOR PIC 9(4).
           05 ORD-FATURA PIC 9(6).
           05 ORD-CLIENTE PIC 9(4).
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
       77  VENDEDOR-ATUAL PIC 9(4).
       77  NOME-VENDEDOR-ATUAL PIC X(10).
       77  FATURA-ATUAL PIC 9(6).
       77  CLIENTE-ATUAL PIC 9(4).
       77  SEM-CUSTO-ATUAL PIC X.
       77  FATURAS-VENDEDOR PIC 9(6).
       77  ABAIXO-VENDEDOR PIC 9(6).
       77  FATURAS-ABAIXO PIC 9(6).

       01  TOTAIS-FATURA.
           05 FAT-RECEITA PIC S9(12)V99.
           05 FAT-CUSTO PIC S9(12)V99.

       01  TOTAIS-VENDEDOR.
           05 VEN-RECEITA PIC S9(12)V99.
           05 VEN-CUSTO PIC S9(12)V99.

       01  TOTAIS-GERAIS.
           05 GER-RECEITA PIC S9(12)V99.
           05 GER-CUSTO PIC S9(12)V99.

       01  CABECALHO-TITULO.
           05 FILLER PIC X(15) VALUE SPACES.
           05 FILLER PIC X(32) VALUE
               "MARGEM BRUTA POR VENDEDOR - DE ".
           05 CAB-DATA-INICIAL PIC 9999/99/99.
           05 FILLER PIC X(5) VALUE " ATE ".
           05 CAB-DATA-FINAL PIC 9999/99/99.
           05 FILLER PIC X(18) VALUE "  - MARGEM MINIMA ".
           05 CAB-MINIMO PIC ZZ9.99.
           05 FILLER PIC X(1) VALUE "%".

       01  CABECALHO-COLUNAS.
           05 FILLER PIC X(36) VALUE
               "    Fatura  Cliente".
           05 FILLER PIC X(17) VALUE "          Receita".
           05 FILLER PIC X(17) VALUE "            Custo".
           05 FILLER PIC X(17) VALUE "           Margem".
           05 FILLER PIC X(11) VALUE "          %".
           05 FILLER PIC X(12) VALUE "  Observacao".

       01  LINHA-VENDEDOR.
           05 FILLER PIC X(10) VALUE "Vendedor: ".
           05 LV-CODIGO PIC ZZZ9.
           05 FILLER PIC X(2) VALUE SPACE.
           05 LV-NOME PIC X(10).

       01  LINHA-DETALHE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 DET-FATURA PIC ZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-CLIENTE PIC ZZZ9.
           05 FILLER PIC X(22) VALUE SPACES.
           05 DET-RECEITA PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-CUSTO PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-MARGEM PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-PERCENTUAL PIC -ZZZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-OBSERVACAO PIC X(16).

       01  LINHA-TOTAL-VENDEDOR.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(9) VALUE "Faturas:".
           05 TVE-FATURAS PIC ZZ,ZZ9.
           05 FILLER PIC X(9) VALUE "  Abaixo:".
           05 TVE-ABAIXO PIC ZZ,ZZ9.
           05 FILLER PIC X(6) VALUE SPACES.
           05 TVE-RECEITA PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 TVE-CUSTO PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 TVE-MARGEM PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 TVE-PERCENTUAL PIC -ZZZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 TVE-OBSERVACAO PIC X(16).

       01  LINHA-TOTAL-GERAL.
           05 FILLER PIC X(38) VALUE
               "Total do periodo....................:".
           05 TGE-RECEITA PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 TGE-CUSTO PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 TGE-MARGEM PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 TGE-PERCENTUAL PIC -ZZZZ9.99.

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
           MOVE "PROG241" TO IMPRESSAO-PROGRAMA.
           MOVE "MARGEMVEND" TO IMPRESSAO-PREFIXO.
           MOVE "SAIDAMARGEMVEND" TO IMPRESSAO-VARIAVEL.
           PERFORM MONTA-NOME-RELATORIO.

           OPEN INPUT ARQUIVO-FATURAS.
           OPEN INPUT ARQUIVO-PEDIDOS.
           OPEN INPUT ARQUIVO-PEDIDO-ITENS.
           OPEN INPUT ARQUIVO-CAMBIO.
           OPEN INPUT ARQUIVO-FUNCIONARIO.

           MOVE ZEROS TO TOTAIS-GERAIS.
           MOVE ZEROS TO FATURAS-ABAIXO.

           SORT ARQUIVO-ORDENACAO
               ON ASCENDING KEY ORD-VENDEDOR
               ON ASCENDING KEY ORD-FATURA
               INPUT PROCEDURE IS COLETA-MARGEM-DO-PERIODO
               OUTPUT PROCEDURE IS GERA-RELATORIO.

           CLOSE ARQUIVO-FATURAS.
           CLOSE ARQUIVO-PEDIDOS.
           CLOSE ARQUIVO-PEDIDO-ITENS.
           CLOSE ARQUIVO-CAMBIO.
           CLOSE ARQUIVO-FUNCIONARIO.

           PERFORM GRAVA-INDICE-IMPRESSAO.

           IF MARGEM-QTD-SEM-TAXA > ZEROS
               DISPLAY "ATENCAO: " MARGEM-QTD-SEM-TAXA
                   " pedidos sem taxa de cambio entraram 1x1".

           IF MARGEM-QTD-SEM-PEDIDO > ZEROS
               DISPLAY "ATENCAO: " MARGEM-QTD-SEM-PEDIDO
                   " faturas com pedido ja arquivado ficaram fora".

           DISPLAY "Faturas abaixo da margem minima: " FATURAS-ABAIXO.
           DISPLAY "Relatorio gravado em " IMPRESSAO-NOME.
       PROGRAM-DONE.
      *    GOBACK devolve o controle ao menu quando chamado pelo
      *    PROG40, e encerra normalmente quando executado sozinho.
           GOBACK.

       LIBERA-LINHA-DE-MARGEM.
           MOVE MARGEM-VENDEDOR TO ORD-VENDEDOR.
           MOVE MARGEM-FATURA TO ORD-FATURA.
           MOVE MARGEM-CLIENTE TO ORD-CLIENTE.
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
               PERFORM ESCREVE-FATURA
               PERFORM ESCREVE-VENDEDOR.

           PERFORM ESCREVE-TOTAL-GERAL.
           CLOSE RELATORIO-MARGEM.

       LEIA-PROXIMO-ORDENADO.
           RETURN ARQUIVO-ORDENACAO RECORD AT END
               MOVE "S" TO FINAL-ARQUIVO.

       PROCESSA-REGISTROS.
      *    a fatura soma a venda e as devolucoes dela no periodo.
           IF PRIMEIRA-LEITURA = "S"
               MOVE "N" TO PRIMEIRA-LEITURA
               PERFORM COMECA-VENDEDOR
               PERFORM COMECA-FATURA
           ELSE
               IF ORD-VENDEDOR NOT = VENDEDOR-ATUAL
                   PERFORM ESCREVE-FATURA
                   PERFORM ESCREVE-VENDEDOR
                   PERFORM COMECA-VENDEDOR
                   PERFORM COMECA-FATURA
               ELSE
                   IF ORD-FATURA NOT = FATURA-ATUAL
                       PERFORM ESCREVE-FATURA
                       PERFORM COMECA-FATURA.

           ADD ORD-RECEITA TO FAT-RECEITA.
           ADD ORD-CUSTO TO FAT-CUSTO.
           IF ORD-SEM-CUSTO = "S"
               MOVE "S" TO SEM-CUSTO-ATUAL.

           PERFORM LEIA-PROXIMO-ORDENADO.

       COMECA-VENDEDOR.
           MOVE ORD-VENDEDOR TO VENDEDOR-ATUAL.
           MOVE ZEROS TO TOTAIS-VENDEDOR.
           MOVE ZEROS TO FATURAS-VENDEDOR.
           MOVE ZEROS TO ABAIXO-VENDEDOR.
           PERFORM BUSCA-NOME-VENDEDOR.

           MOVE VENDEDOR-ATUAL TO LV-CODIGO.
           MOVE NOME-VENDEDOR-ATUAL TO LV-NOME.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-VENDEDOR TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

       BUSCA-NOME-VENDEDOR.
           MOVE VENDEDOR-ATUAL TO FUNCIONARIO-CODIGO.
           READ ARQUIVO-FUNCIONARIO RECORD
               INVALID KEY
                   MOVE "DESCONHECI" TO NOME-VENDEDOR-ATUAL
               NOT INVALID KEY
                   MOVE FUNCIONARIO-NOME TO NOME-VENDEDOR-ATUAL.

       COMECA-FATURA.
           MOVE ORD-FATURA TO FATURA-ATUAL.
           MOVE ORD-CLIENTE TO CLIENTE-ATUAL.
           MOVE "N" TO SEM-CUSTO-ATUAL.
           MOVE ZEROS TO TOTAIS-FATURA.

       ESCREVE-FATURA.
      *    fatura em ordem nao sai linha - so a que pede atencao.
           ADD 1 TO FATURAS-VENDEDOR.
           ADD FAT-RECEITA TO VEN-RECEITA.
           ADD FAT-CUSTO TO VEN-CUSTO.

           MOVE FAT-RECEITA TO MARGEM-CALC-RECEITA.
           MOVE FAT-CUSTO TO MARGEM-CALC-CUSTO.
           PERFORM MARGEM-PERCENTUAL-DE.

           MOVE SPACES TO DET-OBSERVACAO.
           IF SEM-CUSTO-ATUAL = "S"
               MOVE "SEM CUSTO" TO DET-OBSERVACAO
           ELSE
               IF MARGEM-CALC-ABAIXO = "S"
                   ADD 1 TO ABAIXO-VENDEDOR
                   ADD 1 TO FATURAS-ABAIXO
                   MOVE "ABAIXO DO MINIMO" TO DET-OBSERVACAO.

           IF DET-OBSERVACAO NOT = SPACES
               PERFORM IMPRIME-FATURA.

       IMPRIME-FATURA.
           MOVE FATURA-ATUAL TO DET-FATURA.
           MOVE CLIENTE-ATUAL TO DET-CLIENTE.
           MOVE FAT-RECEITA TO DET-RECEITA.
           MOVE FAT-CUSTO TO DET-CUSTO.
           MOVE MARGEM-CALC-VALOR TO DET-MARGEM.
           MOVE MARGEM-CALC-PERCENTUAL TO DET-PERCENTUAL.

           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-DETALHE TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

       ESCREVE-VENDEDOR.
           ADD VEN-RECEITA TO GER-RECEITA.
           ADD VEN-CUSTO TO GER-CUSTO.

           MOVE VEN-RECEITA TO MARGEM-CALC-RECEITA.
           MOVE VEN-CUSTO TO MARGEM-CALC-CUSTO.
           PERFORM MARGEM-PERCENTUAL-DE.

           MOVE FATURAS-VENDEDOR TO TVE-FATURAS.
           MOVE ABAIXO-VENDEDOR TO TVE-ABAIXO.
           MOVE VEN-RECEITA TO TVE-RECEITA.
           MOVE VEN-CUSTO TO TVE-CUSTO.
           MOVE MARGEM-CALC-VALOR TO TVE-MARGEM.
           MOVE MARGEM-CALC-PERCENTUAL TO TVE-PERCENTUAL.

           MOVE SPACES TO TVE-OBSERVACAO.
           IF MARGEM-CALC-ABAIXO = "S"
               MOVE "ABAIXO DO MINIMO" TO TVE-OBSERVACAO.

           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-TOTAL-VENDEDOR TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

       ESCREVE-TOTAL-GERAL.
           MOVE GER-RECEITA TO MARGEM-CALC-RECEITA.
           MOVE GER-CUSTO TO MARGEM-CALC-CUSTO.
           PERFORM MARGEM-PERCENTUAL-DE.

           MOVE GER-RECEITA TO TGE-RECEITA.
           MOVE GER-CUSTO TO TGE-CUSTO.
           MOVE MARGEM-CALC-VALOR TO TGE-MARGEM.
           MOVE MARGEM-CALC-PERCENTUAL TO TGE-PERCENTUAL.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-TOTAL-GERAL TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

       ESCREVE-LINHA.
           WRITE LINHA-RELATORIO.
           ADD 1 TO IMPRESSAO-LINHAS.

           COPY "PDCAMBIO.cob".
           COPY "PDMARGEM.cob".
           COPY "PDPARAMETRO.cob".
           COPY "PDIMPRESSAO.cob".
