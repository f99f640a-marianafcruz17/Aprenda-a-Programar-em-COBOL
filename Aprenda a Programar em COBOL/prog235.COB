       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG235.
      *    pedidos de compra em aberto por fornecedor - lista cada
      *    pedido de compra ainda esperando mercadoria (aberto ou
      *    recebido em parte), com a quantidade e o valor que faltam
      *    chegar, e marca como atrasado o que ja passou da data
      *    prevista sem ser recebido por inteiro, com os dias de
      *    atraso, para o comprador cobrar o fornecedor. Cada
      *    fornecedor fecha com a contagem de pedidos, de
      *    atrasados e o valor pendente. A saida e carimbada pelo
      *    arquivo morto de impressoes (COMPRAABER_AAAAMMDD_NNN).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBCOMPRA.cob".
           COPY "SBCOMPRAITEM.cob".
           COPY "SBFORNECEDOR.cob".
           COPY "SBIMPRESSAO.cob".
           SELECT ARQUIVO-ORDENACAO
               ASSIGN TO "COMPRAABERSORT.TMP".
           SELECT RELATORIO-COMPRAS
               ASSIGN TO SAIDACOMPRAABER
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           COPY "FDCOMPRA.cob".
           COPY "FDCOMPRAITEM.cob".
           COPY "FDFORNECEDOR.cob".
           COPY "FDIMPRESSAO.cob".

       SD  ARQUIVO-ORDENACAO.
       01  ORDENACAO-REGISTRO.
           05 ORD-FORNECEDOR PIC 9(4).
           05 ORD-PREVISTA PIC 9(8).
           05 ORD-COMPRA PIC 9(6).
           05 ORD-EMISSAO PIC 9(8).
           05 ORD-SITUACAO PIC X.
           05 ORD-QTD-PENDENTE PIC 9(8).
           05 ORD-VALOR-PENDENTE PIC 9(9)V99.
           05 ORD-DIAS-ATRASO PIC 9(4).

       FD  RELATORIO-COMPRAS.
       01  LINHA-RELATORIO PIC X(80).

       WORKING-STORAGE SECTION.
           COPY "WSCALCDIAS.cob".
           COPY "WSIMPRESSAO.cob".
       77  FIM-COMPRAS PIC X.
       77  FIM-ITENS PIC X.
       77  FINAL-ARQUIVO PIC X.
       77  PRIMEIRA-LEITURA PIC X.
       77  DATA-DE-HOJE PIC 9(8).
       77  DIAS-DE-HOJE PIC 9(8).
       77  DIAS-DE-ATRASO PIC S9(6).
       77  FORNECEDOR-ATUAL PIC 9(4).
       77  QTD-FALTANDO PIC 9(8).
       77  VALOR-FALTANDO PIC 9(9)V99.
       77  PEDIDOS-FORNECEDOR PIC 9(5).
       77  ATRASADOS-FORNECEDOR PIC 9(5).
       77  VALOR-FORNECEDOR PIC 9(9)V99.
       77  PEDIDOS-GERAL PIC 9(6).
       77  ATRASADOS-GERAL PIC 9(6).
       77  VALOR-GERAL PIC 9(9)V99.

       01  CABECALHO-TITULO.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(33) VALUE
               "PEDIDOS DE COMPRA EM ABERTO - EM".
           05 CAB-DATA PIC 9999/99/99.

       01  CABECALHO-COLUNAS.
           05 FILLER PIC X(40) VALUE
               "   Pedido  Emissao     Prevista    Sit  ".
           05 FILLER PIC X(34) VALUE
               "Qtde.pend.  Valor pendente  Atraso".

       01  LINHA-FORNECEDOR.
           05 FILLER PIC X(12) VALUE "Fornecedor: ".
           05 LF-CODIGO PIC ZZZ9.
           05 FILLER PIC X(2) VALUE SPACE.
           05 LF-NOME PIC X(30).
           05 FILLER PIC X(7) VALUE "  Tel: ".
           05 LF-TELEFONE PIC X(10).

       01  LINHA-DETALHE.
           05 FILLER PIC X(3) VALUE SPACES.
           05 DET-COMPRA PIC ZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-EMISSAO PIC 9999/99/99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-PREVISTA PIC 9999/99/99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 DET-SITUACAO PIC X.
           05 FILLER PIC X(3) VALUE SPACES.
           05 DET-QTD-PENDENTE PIC ZZZZZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-VALOR-PENDENTE PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-ATRASO PIC X(10).

       01  ATRASO-EDITADO.
           05 ATR-DIAS PIC ZZZ9.
           05 FILLER PIC X(5) VALUE " dias".

       01  LINHA-TOTAL.
           05 FILLER PIC X(3) VALUE SPACES.
           05 TOT-DESCRICAO PIC X(30).
           05 TOT-QUANTIDADE PIC ZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 TOT-ROTULO-VALOR PIC X(17).
           05 TOT-VALOR PIC ZZZ,ZZZ,ZZ9.99.

       01  LINHA-CONTAGEM.
           05 FILLER PIC X(3) VALUE SPACES.
           05 CNT-DESCRICAO PIC X(30).
           05 CNT-QUANTIDADE PIC ZZZZZ9.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           ACCEPT DATA-DE-HOJE FROM DATE YYYYMMDD.

           MOVE DATA-DE-HOJE TO CALCDIAS-DATA.
           PERFORM CONVERTE-DATA-EM-DIAS.
           MOVE CALCDIAS-TOTAL TO DIAS-DE-HOJE.

      *    carimba a saida da rodada antes do OPEN.
           MOVE "PROG235" TO IMPRESSAO-PROGRAMA.
           MOVE "COMPRAABER" TO IMPRESSAO-PREFIXO.
           MOVE "SAIDACOMPRAABER" TO IMPRESSAO-VARIAVEL.
           PERFORM MONTA-NOME-RELATORIO.

           OPEN INPUT ARQUIVO-COMPRAS.
           OPEN INPUT ARQUIVO-COMPRA-ITENS.
           OPEN INPUT ARQUIVO-FORNECEDORES.

           SORT ARQUIVO-ORDENACAO
               ON ASCENDING KEY ORD-FORNECEDOR
               ON ASCENDING KEY ORD-PREVISTA
               ON ASCENDING KEY ORD-COMPRA
               INPUT PROCEDURE IS SELECIONA-COMPRAS
               OUTPUT PROCEDURE IS GERA-RELATORIO.

           CLOSE ARQUIVO-COMPRAS.
           CLOSE ARQUIVO-COMPRA-ITENS.
           CLOSE ARQUIVO-FORNECEDORES.

           PERFORM GRAVA-INDICE-IMPRESSAO.

           DISPLAY "Pedidos de compra em aberto: " PEDIDOS-GERAL.
           DISPLAY "Atrasados..................: " ATRASADOS-GERAL.
           DISPLAY "Relatorio gravado em " IMPRESSAO-NOME.
       PROGRAM-DONE.
      *    GOBACK devolve o controle ao menu quando chamado pelo
      *    PROG40, e encerra normalmente quando executado sozinho.
           GOBACK.

       SELECIONA-COMPRAS.
           MOVE ZEROS TO COMPRA-NUMERO.
           MOVE "N" TO FIM-COMPRAS.

           START ARQUIVO-COMPRAS
               KEY IS NOT LESS THAN COMPRA-NUMERO
               INVALID KEY
                   MOVE "S" TO FIM-COMPRAS.

           PERFORM AVALIA-COMPRA
               UNTIL FIM-COMPRAS = "S".

       AVALIA-COMPRA.
           READ ARQUIVO-COMPRAS NEXT RECORD
               AT END
                   MOVE "S" TO FIM-COMPRAS.

           IF FIM-COMPRAS = "N"
               IF COMPRA-PENDENTE
                   PERFORM SOMA-FALTA-DA-COMPRA
                   PERFORM LIBERA-COMPRA.

       SOMA-FALTA-DA-COMPRA.
           MOVE ZEROS TO QTD-FALTANDO.
           MOVE ZEROS TO VALOR-FALTANDO.
           MOVE "N" TO FIM-ITENS.
           MOVE COMPRA-NUMERO TO CITEM-COMPRA-NUMERO.
           MOVE ZEROS TO CITEM-LINHA.

           START ARQUIVO-COMPRA-ITENS
               KEY IS NOT LESS THAN COMPRA-ITEM-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-ITENS.

           PERFORM SOMA-FALTA-DE-UM-ITEM
               UNTIL FIM-ITENS = "S".

       SOMA-FALTA-DE-UM-ITEM.
           READ ARQUIVO-COMPRA-ITENS NEXT RECORD
               AT END
                   MOVE "S" TO FIM-ITENS.

           IF FIM-ITENS = "N"
               IF CITEM-COMPRA-NUMERO NOT = COMPRA-NUMERO
                   MOVE "S" TO FIM-ITENS
               ELSE
                   IF CITEM-QUANTIDADE > CITEM-QTD-RECEBIDA
                       COMPUTE QTD-FALTANDO = QTD-FALTANDO +
                           CITEM-QUANTIDADE - CITEM-QTD-RECEBIDA
                       COMPUTE VALOR-FALTANDO = VALOR-FALTANDO +
                           (CITEM-QUANTIDADE - CITEM-QTD-RECEBIDA)
                           * CITEM-CUSTO-UNITARIO.

       LIBERA-COMPRA.
      *    atrasado e o pedido cuja data prevista ja passou.
           MOVE ZEROS TO ORD-DIAS-ATRASO.
           IF COMPRA-DATA-PREVISTA < DATA-DE-HOJE
               MOVE COMPRA-DATA-PREVISTA TO CALCDIAS-DATA
               PERFORM CONVERTE-DATA-EM-DIAS
               COMPUTE DIAS-DE-ATRASO = DIAS-DE-HOJE - CALCDIAS-TOTAL
               MOVE DIAS-DE-ATRASO TO ORD-DIAS-ATRASO.

           MOVE COMPRA-FORNECEDOR-CODIGO TO ORD-FORNECEDOR.
           MOVE COMPRA-DATA-PREVISTA TO ORD-PREVISTA.
           MOVE COMPRA-NUMERO TO ORD-COMPRA.
           MOVE COMPRA-DATA-EMISSAO TO ORD-EMISSAO.
           MOVE COMPRA-SITUACAO TO ORD-SITUACAO.
           MOVE QTD-FALTANDO TO ORD-QTD-PENDENTE.
           MOVE VALOR-FALTANDO TO ORD-VALOR-PENDENTE.
           RELEASE ORDENACAO-REGISTRO.

       GERA-RELATORIO.
           OPEN OUTPUT RELATORIO-COMPRAS.

           MOVE ZEROS TO PEDIDOS-GERAL.
           MOVE ZEROS TO ATRASADOS-GERAL.
           MOVE ZEROS TO VALOR-GERAL.
           MOVE "S" TO PRIMEIRA-LEITURA.
           MOVE "N" TO FINAL-ARQUIVO.

           PERFORM ESCREVE-CABECALHO.

           PERFORM LEIA-PROXIMO-ORDENADO.

           PERFORM PROCESSA-REGISTROS
               UNTIL FINAL-ARQUIVO = "S".

           IF PRIMEIRA-LEITURA = "S"
               MOVE SPACES TO LINHA-RELATORIO
               MOVE "Nenhum pedido de compra em aberto" TO
                   LINHA-RELATORIO
               PERFORM ESCREVE-LINHA
           ELSE
               PERFORM ESCREVE-TOTAL-FORNECEDOR.

           MOVE "Pedidos em aberto, geral.....:" TO TOT-DESCRICAO.
           MOVE PEDIDOS-GERAL TO TOT-QUANTIDADE.
           MOVE "Valor pendente: " TO TOT-ROTULO-VALOR.
           MOVE VALOR-GERAL TO TOT-VALOR.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-TOTAL TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE "Atrasados, geral.............:" TO CNT-DESCRICAO.
           MOVE ATRASADOS-GERAL TO CNT-QUANTIDADE.
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
                   PERFORM ESCREVE-TOTAL-FORNECEDOR
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
           MOVE ZEROS TO PEDIDOS-FORNECEDOR.
           MOVE ZEROS TO ATRASADOS-FORNECEDOR.
           MOVE ZEROS TO VALOR-FORNECEDOR.

           MOVE FORNECEDOR-ATUAL TO FORNECEDOR-CODIGO.
           READ ARQUIVO-FORNECEDORES RECORD
               INVALID KEY
                   MOVE "DESCONHECIDO" TO FORNECEDOR-NOME
                   MOVE SPACES TO FORNECEDOR-TELEFONE.

           MOVE FORNECEDOR-ATUAL TO LF-CODIGO.
           MOVE FORNECEDOR-NOME TO LF-NOME.
           MOVE FORNECEDOR-TELEFONE TO LF-TELEFONE.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-FORNECEDOR TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE SPACES TO LINHA-RELATORIO.
           MOVE CABECALHO-COLUNAS TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

       ESCREVE-DETALHE.
           ADD 1 TO PEDIDOS-FORNECEDOR.
           ADD 1 TO PEDIDOS-GERAL.
           ADD ORD-VALOR-PENDENTE TO VALOR-FORNECEDOR.
           ADD ORD-VALOR-PENDENTE TO VALOR-GERAL.

           MOVE ORD-COMPRA TO DET-COMPRA.
           MOVE ORD-EMISSAO TO DET-EMISSAO.
           MOVE ORD-PREVISTA TO DET-PREVISTA.
           MOVE ORD-SITUACAO TO DET-SITUACAO.
           MOVE ORD-QTD-PENDENTE TO DET-QTD-PENDENTE.
           MOVE ORD-VALOR-PENDENTE TO DET-VALOR-PENDENTE.

           IF ORD-DIAS-ATRASO > ZEROS
               ADD 1 TO ATRASADOS-FORNECEDOR
               ADD 1 TO ATRASADOS-GERAL
               MOVE ORD-DIAS-ATRASO TO ATR-DIAS
               MOVE ATRASO-EDITADO TO DET-ATRASO
           ELSE
               MOVE "no prazo" TO DET-ATRASO.

           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-DETALHE TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

       ESCREVE-TOTAL-FORNECEDOR.
           MOVE "Pedidos do fornecedor........:" TO TOT-DESCRICAO.
           MOVE PEDIDOS-FORNECEDOR TO TOT-QUANTIDADE.
           MOVE "Valor pendente: " TO TOT-ROTULO-VALOR.
           MOVE VALOR-FORNECEDOR TO TOT-VALOR.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-TOTAL TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE "Atrasados do fornecedor......:" TO CNT-DESCRICAO.
           MOVE ATRASADOS-FORNECEDOR TO CNT-QUANTIDADE.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-CONTAGEM TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

       ESCREVE-LINHA.
           WRITE LINHA-RELATORIO.
           ADD 1 TO IMPRESSAO-LINHAS.

           COPY "PDCALCDIAS.cob".
           COPY "PDIMPRESSAO.cob".
