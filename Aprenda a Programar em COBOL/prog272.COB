       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG272.
      *    lista de renovacao dos contratos de fornecimento
      *    recorrente (PROG270) - os contratos ativos cuja data
      *    final cai nos proximos 60 dias, agrupados pelo vendedor
      *    do cliente (CLIENTE-FUNCIONARIO-CODIGO) para cada um
      *    procurar os seus clientes antes que o lote do PROG271
      *    encerre o contrato e os pedidos parem de sair. Dentro
      *    do vendedor, o que vence primeiro sai primeiro, com os
      *    dias que faltam e o ultimo pedido gerado. Contrato sem
      *    prazo nao entra. A saida e carimbada pelo arquivo morto
      *    de impressoes (RENOVACAO_AAAAMMDD_NNN).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBCLIENTE.cob".
           COPY "SBFUNCIONARIO.cob".
           COPY "SBRECORRENTE.cob".
           COPY "SBIMPRESSAO.cob".
           SELECT ARQUIVO-ORDENACAO
               ASSIGN TO "RENOVASORT.TMP".
           SELECT RELATORIO-RENOVACAO
               ASSIGN TO SAIDARENOVA
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           COPY "FDCLIENTE.cob".
           COPY "FDFUNCIONARIO.cob".
           COPY "FDRECORRENTE.cob".
           COPY "FDIMPRESSAO.cob".

       SD  ARQUIVO-ORDENACAO.
       01  ORDENACAO-REGISTRO.
           05 ORD-VENDEDOR PIC 9(4).
           05 ORD-DATA-FIM PIC 9(8).
           05 ORD-CLIENTE PIC 9(4).
           05 ORD-SEQUENCIA PIC 9(2).
           05 ORD-NOME PIC X(20).
           05 ORD-DIAS PIC 9(3).
           05 ORD-FREQUENCIA PIC 9(2).
           05 ORD-ULTIMO-PEDIDO PIC 9(6).
           05 ORD-DATA-ULTIMO PIC 9(8).

       FD  RELATORIO-RENOVACAO.
       01  LINHA-RELATORIO PIC X(90).

       WORKING-STORAGE SECTION.
           COPY "WSCALCDIAS.cob".
           COPY "WSIMPRESSAO.cob".
       77  FIM-CONTRATOS PIC X.
       77  FINAL-ARQUIVO PIC X.
       77  PRIMEIRA-LEITURA PIC X.
       77  DATA-DE-HOJE PIC 9(8).
       77  DIAS-DE-HOJE PIC 9(8).
       77  DIAS-ATE-O-FIM PIC S9(8).
       77  VENDEDOR-ATUAL PIC 9(4).
       77  QTD-CONTRATOS PIC 9(4).
       77  QTD-VENDEDORES PIC 9(4).

       01  CABECALHO-TITULO.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(41) VALUE
               "CONTRATOS RECORRENTES A RENOVAR (60 DIAS)".
           05 FILLER PIC X(4) VALUE " EM ".
           05 CAB-DATA PIC 9999/99/99.

       01  CABECALHO-COLUNAS.
           05 FILLER PIC X(39) VALUE
               "  Cliente Nome                 Ctr Freq".
           05 FILLER PIC X(39) VALUE
               "       Fim  Dias  Ult.pedido        em ".

       01  LINHA-VENDEDOR.
           05 FILLER PIC X(10) VALUE "Vendedor: ".
           05 LV-CODIGO PIC ZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LV-NOME PIC X(10).

       01  LINHA-DETALHE.
           05 FILLER PIC X(5) VALUE SPACES.
           05 DET-CLIENTE PIC ZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-NOME PIC X(20).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-CONTRATO PIC 99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 DET-FREQUENCIA PIC Z9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-DATA-FIM PIC 9999/99/99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-DIAS PIC ZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 DET-ULTIMO-PEDIDO PIC ZZZZZZ.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-DATA-ULTIMO PIC 9999/99/99.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           ACCEPT DATA-DE-HOJE FROM DATE YYYYMMDD.
           MOVE DATA-DE-HOJE TO CALCDIAS-DATA.
           PERFORM CONVERTE-DATA-EM-DIAS.
           MOVE CALCDIAS-TOTAL TO DIAS-DE-HOJE.

      *    carimba a saida da rodada antes do OPEN.
           MOVE "PROG272" TO IMPRESSAO-PROGRAMA.
           MOVE "RENOVACAO" TO IMPRESSAO-PREFIXO.
           MOVE "SAIDARENOVA" TO IMPRESSAO-VARIAVEL.
           PERFORM MONTA-NOME-RELATORIO.

           OPEN INPUT ARQUIVO-CLIENTE.
           OPEN INPUT ARQUIVO-FUNCIONARIO.
           OPEN INPUT ARQUIVO-RECORRENTES.

           MOVE ZEROS TO QTD-CONTRATOS.
           MOVE ZEROS TO QTD-VENDEDORES.

           SORT ARQUIVO-ORDENACAO
               ON ASCENDING KEY ORD-VENDEDOR
               ON ASCENDING KEY ORD-DATA-FIM
               ON ASCENDING KEY ORD-CLIENTE
               ON ASCENDING KEY ORD-SEQUENCIA
               INPUT PROCEDURE IS PREPARA-ORDENACAO
               OUTPUT PROCEDURE IS GERA-LISTA.

           CLOSE ARQUIVO-CLIENTE.
           CLOSE ARQUIVO-FUNCIONARIO.
           CLOSE ARQUIVO-RECORRENTES.

           PERFORM GRAVA-INDICE-IMPRESSAO.

           DISPLAY "Contratos a renovar: " QTD-CONTRATOS.
           DISPLAY "Vendedores com contratos a renovar: "
               QTD-VENDEDORES.
           DISPLAY "Relatorio gravado em " IMPRESSAO-NOME.
       PROGRAM-DONE.
      *    GOBACK devolve o controle ao menu quando chamado pelo
      *    PROG40, e encerra normalmente quando executado sozinho.
           GOBACK.

       PREPARA-ORDENACAO.
           MOVE ZEROS TO RECOR-CHAVE.
           MOVE "N" TO FIM-CONTRATOS.

           START ARQUIVO-RECORRENTES
               KEY IS NOT LESS THAN RECOR-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-CONTRATOS.

           PERFORM EXAMINA-CONTRATO
               UNTIL FIM-CONTRATOS = "S".

       EXAMINA-CONTRATO.
           READ ARQUIVO-RECORRENTES NEXT RECORD
               AT END
                   MOVE "S" TO FIM-CONTRATOS.

           IF FIM-CONTRATOS = "N"
               IF RECOR-ATIVO AND RECOR-DATA-FIM > ZEROS
                   PERFORM MEDE-PRAZO-DO-CONTRATO.

       MEDE-PRAZO-DO-CONTRATO.
           MOVE RECOR-DATA-FIM TO CALCDIAS-DATA.
           PERFORM CONVERTE-DATA-EM-DIAS.
           COMPUTE DIAS-ATE-O-FIM = CALCDIAS-TOTAL - DIAS-DE-HOJE.

           IF DIAS-ATE-O-FIM NOT < ZEROS AND
               DIAS-ATE-O-FIM NOT > 60
               PERFORM LIBERA-CONTRATO.

      *    cliente sem cadastro sai no vendedor 0000 para alguem
      *    olhar o contrato orfao.
       LIBERA-CONTRATO.
           MOVE RECOR-CLIENTE-CODIGO TO CLIENTE-CODIGO.
           READ ARQUIVO-CLIENTE RECORD
               INVALID KEY
                   MOVE ZEROS TO CLIENTE-FUNCIONARIO-CODIGO
                   MOVE "CLIENTE SEM CADASTRO" TO CLIENTE-NOME.

           MOVE CLIENTE-FUNCIONARIO-CODIGO TO ORD-VENDEDOR.
           MOVE RECOR-DATA-FIM TO ORD-DATA-FIM.
           MOVE RECOR-CLIENTE-CODIGO TO ORD-CLIENTE.
           MOVE RECOR-SEQUENCIA TO ORD-SEQUENCIA.
           MOVE CLIENTE-NOME TO ORD-NOME.
           MOVE DIAS-ATE-O-FIM TO ORD-DIAS.
           MOVE RECOR-FREQUENCIA-MESES TO ORD-FREQUENCIA.
           MOVE RECOR-ULTIMO-PEDIDO TO ORD-ULTIMO-PEDIDO.
           MOVE RECOR-DATA-ULTIMO-PEDIDO TO ORD-DATA-ULTIMO.
           RELEASE ORDENACAO-REGISTRO.

       GERA-LISTA.
           OPEN OUTPUT RELATORIO-RENOVACAO.

           MOVE DATA-DE-HOJE TO CAB-DATA.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE CABECALHO-TITULO TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE "S" TO PRIMEIRA-LEITURA.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LEIA-PROXIMO-ORDENADO.

           IF FINAL-ARQUIVO = "S"
               MOVE SPACES TO LINHA-RELATORIO
               PERFORM ESCREVE-LINHA
               MOVE "Nenhum contrato vence nos proximos 60 dias" TO
                   LINHA-RELATORIO
               PERFORM ESCREVE-LINHA.

           PERFORM ESCREVE-CONTRATO
               UNTIL FINAL-ARQUIVO = "S".

           CLOSE RELATORIO-RENOVACAO.

       LEIA-PROXIMO-ORDENADO.
           RETURN ARQUIVO-ORDENACAO RECORD AT END
               MOVE "S" TO FINAL-ARQUIVO.

       ESCREVE-CONTRATO.
           IF PRIMEIRA-LEITURA = "S" OR
               ORD-VENDEDOR NOT = VENDEDOR-ATUAL
               PERFORM COMECA-VENDEDOR.

           ADD 1 TO QTD-CONTRATOS.

           MOVE ORD-CLIENTE TO DET-CLIENTE.
           MOVE ORD-NOME TO DET-NOME.
           MOVE ORD-SEQUENCIA TO DET-CONTRATO.
           MOVE ORD-FREQUENCIA TO DET-FREQUENCIA.
           MOVE ORD-DATA-FIM TO DET-DATA-FIM.
           MOVE ORD-DIAS TO DET-DIAS.
           MOVE ORD-ULTIMO-PEDIDO TO DET-ULTIMO-PEDIDO.
           MOVE ORD-DATA-ULTIMO TO DET-DATA-ULTIMO.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-DETALHE TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           PERFORM LEIA-PROXIMO-ORDENADO.

       COMECA-VENDEDOR.
           MOVE "N" TO PRIMEIRA-LEITURA.
           MOVE ORD-VENDEDOR TO VENDEDOR-ATUAL.
           ADD 1 TO QTD-VENDEDORES.

           MOVE ORD-VENDEDOR TO FUNCIONARIO-CODIGO.
           READ ARQUIVO-FUNCIONARIO RECORD
               INVALID KEY
                   MOVE "SEM CADAST" TO FUNCIONARIO-NOME.

           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE ORD-VENDEDOR TO LV-CODIGO.
           MOVE FUNCIONARIO-NOME TO LV-NOME.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-VENDEDOR TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE SPACES TO LINHA-RELATORIO.
           MOVE CABECALHO-COLUNAS TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

       ESCREVE-LINHA.
           WRITE LINHA-RELATORIO.
           ADD 1 TO IMPRESSAO-LINHAS.

           COPY "PDCALCDIAS.cob".

           COPY "PDIMPRESSAO.cob".
