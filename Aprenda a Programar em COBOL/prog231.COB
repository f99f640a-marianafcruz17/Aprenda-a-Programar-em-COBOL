       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG231.
      *    saldos a entregar por produto - lista, para cada produto
      *    com saldo aguardando estoque em saldos_pedido.dat, os
      *    clientes que estao esperando, o pedido original, a data
      *    do pedido, ha quantos dias esperam e quanto falta
      *    entregar, do mais antigo para o mais novo (a mesma ordem
      *    em que o PROG230 libera). Cada produto traz o estoque
      *    atual, para compras ver quanto precisa entrar. A saida e
      *    carimbada pelo arquivo morto de impressoes
      *    (SALDOPED_AAAAMMDD_NNN).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBSALDOPED.cob".
           COPY "SBPRODUTO.cob".
           COPY "SBCLIENTE.cob".
           COPY "SBIMPRESSAO.cob".
           SELECT ARQUIVO-ORDENACAO
               ASSIGN TO "SALDOSORT.TMP".
           SELECT RELATORIO-SALDOS
               ASSIGN TO SAIDASALDOPED
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           COPY "FDSALDOPED.cob".
           COPY "FDPRODUTO.cob".
           COPY "FDCLIENTE.cob".
           COPY "FDIMPRESSAO.cob".

       SD  ARQUIVO-ORDENACAO.
       01  ORDENACAO-REGISTRO.
           05 ORD-PRODUTO PIC 9(4).
           05 ORD-DATA-PEDIDO PIC 9(8).
           05 ORD-PEDIDO PIC 9(6).
           05 ORD-LINHA PIC 9(3).
           05 ORD-DESCRICAO PIC X(30).
           05 ORD-CLIENTE PIC 9(4).
           05 ORD-PENDENTE PIC 9(5).

       FD  RELATORIO-SALDOS.
       01  LINHA-RELATORIO PIC X(80).

       WORKING-STORAGE SECTION.
           COPY "WSCALCDIAS.cob".
           COPY "WSIMPRESSAO.cob".
       77  FIM-SALDOS PIC X.
       77  FINAL-ARQUIVO PIC X.
       77  PRIMEIRA-LEITURA PIC X.
       77  DATA-DE-HOJE PIC 9(8).
       77  DIAS-DE-HOJE PIC 9(8).
       77  DIAS-ESPERANDO PIC S9(6).
       77  PRODUTO-ATUAL PIC 9(4).
       77  QTD-PRODUTO PIC 9(7).
       77  CLIENTES-PRODUTO PIC 9(5).
       77  QTD-GERAL PIC 9(7).
       77  SALDOS-GERAL PIC 9(6).

       01  CABECALHO-TITULO.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(34) VALUE
               "SALDOS A ENTREGAR POR PRODUTO - EM".
           05 FILLER PIC X(1) VALUE SPACE.
           05 CAB-DATA PIC 9999/99/99.

       01  CABECALHO-COLUNAS.
           05 FILLER PIC X(31) VALUE
               "   Cli. Nome                  P".
           05 FILLER PIC X(30) VALUE
               "edido  Data ped.   Dias  Qtde.".

       01  LINHA-PRODUTO.
           05 FILLER PIC X(9) VALUE "Produto: ".
           05 LPR-CODIGO PIC ZZZ9.
           05 FILLER PIC X(2) VALUE SPACE.
           05 LPR-DESCRICAO PIC X(30).
           05 FILLER PIC X(11) VALUE "  Estoque: ".
           05 LPR-ESTOQUE PIC -----9.

       01  LINHA-DETALHE.
           05 FILLER PIC X(3) VALUE SPACES.
           05 DET-CLIENTE PIC ZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-NOME PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-PEDIDO PIC ZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-DATA PIC 9999/99/99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-DIAS PIC ZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-PENDENTE PIC ZZZZ9.

       01  LINHA-TOTAL.
           05 FILLER PIC X(3) VALUE SPACES.
           05 TOT-DESCRICAO PIC X(30).
           05 TOT-QUANTIDADE PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           ACCEPT DATA-DE-HOJE FROM DATE YYYYMMDD.

           MOVE DATA-DE-HOJE TO CALCDIAS-DATA.
           PERFORM CONVERTE-DATA-EM-DIAS.
           MOVE CALCDIAS-TOTAL TO DIAS-DE-HOJE.

      *    carimba a saida da rodada antes do OPEN.
           MOVE "PROG231" TO IMPRESSAO-PROGRAMA.
           MOVE "SALDOPED" TO IMPRESSAO-PREFIXO.
           MOVE "SAIDASALDOPED" TO IMPRESSAO-VARIAVEL.
           PERFORM MONTA-NOME-RELATORIO.

           OPEN INPUT ARQUIVO-SALDOS-PEDIDO.
           OPEN INPUT ARQUIVO-PRODUTOS.
           OPEN INPUT ARQUIVO-CLIENTE.

           SORT ARQUIVO-ORDENACAO
               ON ASCENDING KEY ORD-PRODUTO
               ON ASCENDING KEY ORD-DATA-PEDIDO
               ON ASCENDING KEY ORD-PEDIDO
               ON ASCENDING KEY ORD-LINHA
               INPUT PROCEDURE IS SELECIONA-SALDOS
               OUTPUT PROCEDURE IS GERA-RELATORIO.

           CLOSE ARQUIVO-SALDOS-PEDIDO.
           CLOSE ARQUIVO-PRODUTOS.
           CLOSE ARQUIVO-CLIENTE.

           PERFORM GRAVA-INDICE-IMPRESSAO.

           DISPLAY "Saldos aguardando estoque: " SALDOS-GERAL.
           DISPLAY "Relatorio gravado em " IMPRESSAO-NOME.
       PROGRAM-DONE.
      *    GOBACK devolve o controle ao menu quando chamado pelo
      *    PROG40, e encerra normalmente quando executado sozinho.
           GOBACK.

       SELECIONA-SALDOS.
           MOVE ZEROS TO SLD-CHAVE.
           MOVE "N" TO FIM-SALDOS.

           START ARQUIVO-SALDOS-PEDIDO
               KEY IS NOT LESS THAN SLD-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-SALDOS.

           PERFORM AVALIA-SALDO
               UNTIL FIM-SALDOS = "S".

       AVALIA-SALDO.
           READ ARQUIVO-SALDOS-PEDIDO NEXT RECORD
               AT END
                   MOVE "S" TO FIM-SALDOS.

      *    saldo liberado em parte continua aguardando pelo que
      *    ainda falta.
           IF FIM-SALDOS = "N"
               IF SLD-AGUARDANDO AND SLD-QUANTIDADE-PENDENTE > ZEROS
                   MOVE SLD-PRODUTO-CODIGO TO ORD-PRODUTO
                   MOVE SLD-DATA-PEDIDO TO ORD-DATA-PEDIDO
                   MOVE SLD-PEDIDO-NUMERO TO ORD-PEDIDO
                   MOVE SLD-LINHA TO ORD-LINHA
                   MOVE SLD-DESCRICAO TO ORD-DESCRICAO
                   MOVE SLD-CLIENTE-CODIGO TO ORD-CLIENTE
                   MOVE SLD-QUANTIDADE-PENDENTE TO ORD-PENDENTE
                   RELEASE ORDENACAO-REGISTRO.

       GERA-RELATORIO.
           OPEN OUTPUT RELATORIO-SALDOS.

           MOVE ZEROS TO QTD-GERAL.
           MOVE ZEROS TO SALDOS-GERAL.
           MOVE "S" TO PRIMEIRA-LEITURA.
           MOVE "N" TO FINAL-ARQUIVO.

           PERFORM ESCREVE-CABECALHO.

           PERFORM LEIA-PROXIMO-ORDENADO.

           PERFORM PROCESSA-REGISTROS
               UNTIL FINAL-ARQUIVO = "S".

           IF PRIMEIRA-LEITURA = "S"
               MOVE SPACES TO LINHA-RELATORIO
               MOVE "Nenhum saldo aguardando estoque" TO
                   LINHA-RELATORIO
               PERFORM ESCREVE-LINHA
           ELSE
               PERFORM ESCREVE-TOTAL-PRODUTO.

           MOVE "Saldos aguardando estoque...:" TO TOT-DESCRICAO.
           MOVE SALDOS-GERAL TO TOT-QUANTIDADE.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-TOTAL TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE "Quantidade total a entregar.:" TO TOT-DESCRICAO.
           MOVE QTD-GERAL TO TOT-QUANTIDADE.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-TOTAL TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           CLOSE RELATORIO-SALDOS.

       LEIA-PROXIMO-ORDENADO.
           RETURN ARQUIVO-ORDENACAO RECORD AT END
               MOVE "S" TO FINAL-ARQUIVO.

       PROCESSA-REGISTROS.
           IF PRIMEIRA-LEITURA = "S"
               MOVE "N" TO PRIMEIRA-LEITURA
               PERFORM COMECA-PRODUTO
           ELSE
               IF ORD-PRODUTO NOT = PRODUTO-ATUAL
                   PERFORM ESCREVE-TOTAL-PRODUTO
                   PERFORM COMECA-PRODUTO.

           PERFORM ESCREVE-DETALHE.

           PERFORM LEIA-PROXIMO-ORDENADO.

       ESCREVE-CABECALHO.
           MOVE DATA-DE-HOJE TO CAB-DATA.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE CABECALHO-TITULO TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

       COMECA-PRODUTO.
           MOVE ORD-PRODUTO TO PRODUTO-ATUAL.
           MOVE ZEROS TO QTD-PRODUTO.
           MOVE ZEROS TO CLIENTES-PRODUTO.

      *    produto fora do cadastro sai com a descricao guardada
      *    no saldo e estoque zero.
           MOVE PRODUTO-ATUAL TO PRODUTO-CODIGO.
           READ ARQUIVO-PRODUTOS RECORD
               INVALID KEY
                   MOVE ORD-DESCRICAO TO PRODUTO-DESCRICAO
                   MOVE ZEROS TO PRODUTO-ESTOQUE.

           MOVE PRODUTO-ATUAL TO LPR-CODIGO.
           MOVE PRODUTO-DESCRICAO TO LPR-DESCRICAO.
           MOVE PRODUTO-ESTOQUE TO LPR-ESTOQUE.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-PRODUTO TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE SPACES TO LINHA-RELATORIO.
           MOVE CABECALHO-COLUNAS TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

       ESCREVE-DETALHE.
           ADD 1 TO CLIENTES-PRODUTO.
           ADD 1 TO SALDOS-GERAL.
           ADD ORD-PENDENTE TO QTD-PRODUTO.
           ADD ORD-PENDENTE TO QTD-GERAL.

           MOVE ORD-CLIENTE TO CLIENTE-CODIGO.
           READ ARQUIVO-CLIENTE RECORD
               INVALID KEY
                   MOVE "DESCONHECIDO" TO CLIENTE-NOME.

           MOVE ORD-DATA-PEDIDO TO CALCDIAS-DATA.
           PERFORM CONVERTE-DATA-EM-DIAS.
           COMPUTE DIAS-ESPERANDO = DIAS-DE-HOJE - CALCDIAS-TOTAL.
           IF DIAS-ESPERANDO < ZEROS
               MOVE ZEROS TO DIAS-ESPERANDO.

           MOVE ORD-CLIENTE TO DET-CLIENTE.
           MOVE CLIENTE-NOME TO DET-NOME.
           MOVE ORD-PEDIDO TO DET-PEDIDO.
           MOVE ORD-DATA-PEDIDO TO DET-DATA.
           MOVE DIAS-ESPERANDO TO DET-DIAS.
           MOVE ORD-PENDENTE TO DET-PENDENTE.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-DETALHE TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

       ESCREVE-TOTAL-PRODUTO.
           MOVE "Pedidos aguardando..........:" TO TOT-DESCRICAO.
           MOVE CLIENTES-PRODUTO TO TOT-QUANTIDADE.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-TOTAL TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE "Quantidade a entregar.......:" TO TOT-DESCRICAO.
           MOVE QTD-PRODUTO TO TOT-QUANTIDADE.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-TOTAL TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

       ESCREVE-LINHA.
           WRITE LINHA-RELATORIO.
           ADD 1 TO IMPRESSAO-LINHAS.

           COPY "PDCALCDIAS.cob".
           COPY "PDIMPRESSAO.cob".
