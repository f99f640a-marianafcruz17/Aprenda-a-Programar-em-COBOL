       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG238.
      *    relatorio de contas a pagar por idade (aging), no mesmo
      *    desenho do aging de clientes do PROG123 - uma linha por
      *    parcela em aberto de nota de fornecedor
      *    (contas_pagar.dat), com o saldo na coluna da faixa de
      *    atraso (a vencer / ate 30 / ate 60 / ate 90 / acima de
      *    90 dias) e quebra de controle por fornecedor. A idade
      *    vem da diferenca em dias corridos entre o vencimento e
      *    a data da rodada (PDCALCDIAS). Parcela paga pela rodada
      *    de pagamento do PROG237 sai do aberto. A saida e
      *    carimbada pelo arquivo morto de impressoes
      *    (CONTASPAG_AAAAMMDD_NNN).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBPAGAR.cob".
           COPY "SBFORNECEDOR.cob".
           COPY "SBIMPRESSAO.cob".
           SELECT ARQUIVO-ORDENACAO
               ASSIGN TO "PAGARSORT.TMP".
           SELECT RELATORIO-AGING
               ASSIGN TO SAIDACONTASPAG
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           COPY "FDPAGAR.cob".
           COPY "FDFORNECEDOR.cob".
           COPY "FDIMPRESSAO.cob".

       SD  ARQUIVO-ORDENACAO.
       01  ORDENACAO-REGISTRO.
           05 ORD-FORNECEDOR PIC 9(4).
           05 ORD-VENCIMENTO PIC 9(8).
           05 ORD-NOTA PIC 9(9).
           05 ORD-PARCELA PIC 9(2).
           05 ORD-COMPRA PIC 9(6).
      *    o saldo da parcela ja aparece na coluna da faixa certa
      *    - as outras quatro vem zeradas.
           05 ORD-CORRENTE PIC 9(8)V99.
           05 ORD-ATE-30 PIC 9(8)V99.
           05 ORD-ATE-60 PIC 9(8)V99.
           05 ORD-ATE-90 PIC 9(8)V99.
           05 ORD-ACIMA-90 PIC 9(8)V99.

       FD  RELATORIO-AGING.
       01  LINHA-RELATORIO PIC X(132).

       WORKING-STORAGE SECTION.
           COPY "WSCALCDIAS.cob".
           COPY "WSIMPRESSAO.cob".
       77  FIM-PAGAR PIC X.
       77  FINAL-ARQUIVO PIC X.
       77  PRIMEIRA-LEITURA PIC X.
       77  DATA-DE-HOJE PIC 9(8).
       77  DIAS-DE-HOJE PIC 9(8).
       77  DIAS-VENCIMENTO PIC 9(8).
       77  DIAS-DE-ATRASO PIC S9(5).
       77  SALDO-DA-PARCELA PIC S9(8)V99.
       77  FORNECEDOR-ATUAL PIC 9(4).
       77  PARCELAS-EM-ABERTO PIC 9(6).

       01  TOTAIS-FORNECEDOR.
           05 FOR-CORRENTE PIC 9(10)V99.
           05 FOR-ATE-30 PIC 9(10)V99.
           05 FOR-ATE-60 PIC 9(10)V99.
           05 FOR-ATE-90 PIC 9(10)V99.
           05 FOR-ACIMA-90 PIC 9(10)V99.

       01  TOTAIS-GERAIS.
           05 GER-CORRENTE PIC 9(10)V99.
           05 GER-ATE-30 PIC 9(10)V99.
           05 GER-ATE-60 PIC 9(10)V99.
           05 GER-ATE-90 PIC 9(10)V99.
           05 GER-ACIMA-90 PIC 9(10)V99.

       01  CABECALHO-TITULO.
           05 FILLER PIC X(15) VALUE SPACES.
           05 FILLER PIC X(39) VALUE
               "CONTAS A PAGAR POR IDADE DE ATRASO - EM".
           05 CAB-DATA PIC 9999/99/99.

       01  CABECALHO-COLUNAS.
           05 FILLER PIC X(36) VALUE
               "       Nota Pc  Pedido  Vencimento  ".
           05 FILLER PIC X(17) VALUE "         A vencer".
           05 FILLER PIC X(17) VALUE "           Ate 30".
           05 FILLER PIC X(17) VALUE "           Ate 60".
           05 FILLER PIC X(17) VALUE "           Ate 90".
           05 FILLER PIC X(17) VALUE "      Acima de 90".

       01  LINHA-FORNECEDOR.
           05 FILLER PIC X(12) VALUE "Fornecedor: ".
           05 LF-CODIGO PIC ZZZ9.
           05 FILLER PIC X(2) VALUE SPACE.
           05 LF-NOME PIC X(30).
           05 FILLER PIC X(7) VALUE "  Tel: ".
           05 LF-TELEFONE PIC X(10).

       01  LINHA-DETALHE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-NOTA PIC ZZZZZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-PARCELA PIC 99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-COMPRA PIC ZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-VENCIMENTO PIC 9999/99/99.
           05 FILLER PIC X(6) VALUE SPACES.
           05 DET-CORRENTE PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(4) VALUE SPACES.
           05 DET-ATE-30 PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(4) VALUE SPACES.
           05 DET-ATE-60 PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(4) VALUE SPACES.
           05 DET-ATE-90 PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(4) VALUE SPACES.
           05 DET-ACIMA-90 PIC ZZ,ZZZ,ZZ9.99.

       01  LINHA-TOTAL-FORNECEDOR.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(33) VALUE "Total do fornecedor.....:".
           05 TFO-CORRENTE PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 TFO-ATE-30 PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 TFO-ATE-60 PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 TFO-ATE-90 PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 TFO-ACIMA-90 PIC Z,ZZZ,ZZZ,ZZ9.99.

       01  LINHA-TOTAL-GERAL.
           05 FILLER PIC X(37) VALUE "Total geral.................:".
           05 TGE-CORRENTE PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 TGE-ATE-30 PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 TGE-ATE-60 PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 TGE-ATE-90 PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 TGE-ACIMA-90 PIC Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           ACCEPT DATA-DE-HOJE FROM DATE YYYYMMDD.

           MOVE DATA-DE-HOJE TO CALCDIAS-DATA.
           PERFORM CONVERTE-DATA-EM-DIAS.
           MOVE CALCDIAS-TOTAL TO DIAS-DE-HOJE.

      *    carimba a saida da rodada antes do OPEN.
           MOVE "PROG238" TO IMPRESSAO-PROGRAMA.
           MOVE "CONTASPAG" TO IMPRESSAO-PREFIXO.
           MOVE "SAIDACONTASPAG" TO IMPRESSAO-VARIAVEL.
           PERFORM MONTA-NOME-RELATORIO.

           OPEN INPUT ARQUIVO-PAGAR.
           OPEN INPUT ARQUIVO-FORNECEDORES.

           MOVE ZEROS TO TOTAIS-GERAIS.
           MOVE ZEROS TO PARCELAS-EM-ABERTO.

           SORT ARQUIVO-ORDENACAO
               ON ASCENDING KEY ORD-FORNECEDOR
               ON ASCENDING KEY ORD-VENCIMENTO
               ON ASCENDING KEY ORD-NOTA
               ON ASCENDING KEY ORD-PARCELA
               INPUT PROCEDURE IS PREPARA-ORDENACAO
               OUTPUT PROCEDURE IS GERA-RELATORIO.

           CLOSE ARQUIVO-PAGAR.
           CLOSE ARQUIVO-FORNECEDORES.

           PERFORM GRAVA-INDICE-IMPRESSAO.

           DISPLAY "Parcelas em aberto: " PARCELAS-EM-ABERTO.
           DISPLAY "Relatorio gravado em " IMPRESSAO-NOME.
       PROGRAM-DONE.
      *    GOBACK devolve o controle ao menu quando chamado pelo
      *    PROG40, e encerra normalmente quando executado sozinho.
           GOBACK.

       PREPARA-ORDENACAO.
           MOVE ZEROS TO PAGAR-FORNECEDOR-CODIGO.
           MOVE ZEROS TO PAGAR-NOTA-NUMERO.
           MOVE ZEROS TO PAGAR-PARCELA.
           MOVE "N" TO FIM-PAGAR.

           START ARQUIVO-PAGAR
               KEY IS NOT LESS THAN PAGAR-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-PAGAR.

           PERFORM CLASSIFICA-PARCELAS
               UNTIL FIM-PAGAR = "S".

       CLASSIFICA-PARCELAS.
           READ ARQUIVO-PAGAR NEXT RECORD
               AT END
                   MOVE "S" TO FIM-PAGAR.

           IF FIM-PAGAR = "N"
               IF PAGAR-EM-ABERTO
                   PERFORM LIBERA-PARCELA.

       LIBERA-PARCELA.
           COMPUTE SALDO-DA-PARCELA =
               PAGAR-VALOR - PAGAR-VALOR-PAGO.

           IF SALDO-DA-PARCELA > ZEROS
               PERFORM MONTA-REGISTRO-ORDENACAO
               RELEASE ORDENACAO-REGISTRO.

       MONTA-REGISTRO-ORDENACAO.
           MOVE PAGAR-FORNECEDOR-CODIGO TO ORD-FORNECEDOR.
           MOVE PAGAR-DATA-VENCIMENTO TO ORD-VENCIMENTO.
           MOVE PAGAR-NOTA-NUMERO TO ORD-NOTA.
           MOVE PAGAR-PARCELA TO ORD-PARCELA.
           MOVE PAGAR-COMPRA-NUMERO TO ORD-COMPRA.

           MOVE ZEROS TO ORD-CORRENTE.
           MOVE ZEROS TO ORD-ATE-30.
           MOVE ZEROS TO ORD-ATE-60.
           MOVE ZEROS TO ORD-ATE-90.
           MOVE ZEROS TO ORD-ACIMA-90.

           PERFORM CALCULA-DIAS-DE-ATRASO.

           IF DIAS-DE-ATRASO <= ZEROS
               MOVE SALDO-DA-PARCELA TO ORD-CORRENTE
           ELSE
               IF DIAS-DE-ATRASO <= 30
                   MOVE SALDO-DA-PARCELA TO ORD-ATE-30
               ELSE
                   IF DIAS-DE-ATRASO <= 60
                       MOVE SALDO-DA-PARCELA TO ORD-ATE-60
                   ELSE
                       IF DIAS-DE-ATRASO <= 90
                           MOVE SALDO-DA-PARCELA TO ORD-ATE-90
                       ELSE
                           MOVE SALDO-DA-PARCELA TO ORD-ACIMA-90.

       CALCULA-DIAS-DE-ATRASO.
           MOVE PAGAR-DATA-VENCIMENTO TO CALCDIAS-DATA.
           PERFORM CONVERTE-DATA-EM-DIAS.
           MOVE CALCDIAS-TOTAL TO DIAS-VENCIMENTO.

           COMPUTE DIAS-DE-ATRASO =
               DIAS-DE-HOJE - DIAS-VENCIMENTO.

       GERA-RELATORIO.
           OPEN OUTPUT RELATORIO-AGING.
           MOVE "S" TO PRIMEIRA-LEITURA.

           MOVE DATA-DE-HOJE TO CAB-DATA.
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
               PERFORM ESCREVE-TOTAL-FORNECEDOR.

           PERFORM ESCREVE-TOTAL-GERAL.
           CLOSE RELATORIO-AGING.

       LEIA-PROXIMO-ORDENADO.
           RETURN ARQUIVO-ORDENACAO RECORD AT END
               MOVE "S" TO FINAL-ARQUIVO.

       PROCESSA-REGISTROS.
           IF PRIMEIRA-LEITURA = "S"
               MOVE "N" TO PRIMEIRA-LEITURA
               MOVE ORD-FORNECEDOR TO FORNECEDOR-ATUAL
               PERFORM COMECA-FORNECEDOR
           ELSE
               IF ORD-FORNECEDOR NOT = FORNECEDOR-ATUAL
                   PERFORM ESCREVE-TOTAL-FORNECEDOR
                   MOVE ORD-FORNECEDOR TO FORNECEDOR-ATUAL
                   PERFORM COMECA-FORNECEDOR.

           PERFORM ACUMULA-E-ESCREVE-PARCELA.

           PERFORM LEIA-PROXIMO-ORDENADO.

       COMECA-FORNECEDOR.
           MOVE ZEROS TO TOTAIS-FORNECEDOR.
           PERFORM BUSCA-NOME-FORNECEDOR.

           MOVE FORNECEDOR-ATUAL TO LF-CODIGO.
           MOVE FORNECEDOR-NOME TO LF-NOME.
           MOVE FORNECEDOR-TELEFONE TO LF-TELEFONE.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-FORNECEDOR TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

       BUSCA-NOME-FORNECEDOR.
           MOVE FORNECEDOR-ATUAL TO FORNECEDOR-CODIGO.
           READ ARQUIVO-FORNECEDORES RECORD
               INVALID KEY
                   MOVE "DESCONHECIDO" TO FORNECEDOR-NOME
                   MOVE SPACES TO FORNECEDOR-TELEFONE.

       ACUMULA-E-ESCREVE-PARCELA.
           ADD 1 TO PARCELAS-EM-ABERTO.

           ADD ORD-CORRENTE TO FOR-CORRENTE.
           ADD ORD-ATE-30 TO FOR-ATE-30.
           ADD ORD-ATE-60 TO FOR-ATE-60.
           ADD ORD-ATE-90 TO FOR-ATE-90.
           ADD ORD-ACIMA-90 TO FOR-ACIMA-90.

           ADD ORD-CORRENTE TO GER-CORRENTE.
           ADD ORD-ATE-30 TO GER-ATE-30.
           ADD ORD-ATE-60 TO GER-ATE-60.
           ADD ORD-ATE-90 TO GER-ATE-90.
           ADD ORD-ACIMA-90 TO GER-ACIMA-90.

           MOVE ORD-NOTA TO DET-NOTA.
           MOVE ORD-PARCELA TO DET-PARCELA.
           MOVE ORD-COMPRA TO DET-COMPRA.
           MOVE ORD-VENCIMENTO TO DET-VENCIMENTO.
           MOVE ORD-CORRENTE TO DET-CORRENTE.
           MOVE ORD-ATE-30 TO DET-ATE-30.
           MOVE ORD-ATE-60 TO DET-ATE-60.
           MOVE ORD-ATE-90 TO DET-ATE-90.
           MOVE ORD-ACIMA-90 TO DET-ACIMA-90.

           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-DETALHE TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

       ESCREVE-TOTAL-FORNECEDOR.
           MOVE FOR-CORRENTE TO TFO-CORRENTE.
           MOVE FOR-ATE-30 TO TFO-ATE-30.
           MOVE FOR-ATE-60 TO TFO-ATE-60.
           MOVE FOR-ATE-90 TO TFO-ATE-90.
           MOVE FOR-ACIMA-90 TO TFO-ACIMA-90.

           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-TOTAL-FORNECEDOR TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

       ESCREVE-TOTAL-GERAL.
           MOVE GER-CORRENTE TO TGE-CORRENTE.
           MOVE GER-ATE-30 TO TGE-ATE-30.
           MOVE GER-ATE-60 TO TGE-ATE-60.
           MOVE GER-ATE-90 TO TGE-ATE-90.
           MOVE GER-ACIMA-90 TO TGE-ACIMA-90.

           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-TOTAL-GERAL TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

       ESCREVE-LINHA.
           WRITE LINHA-RELATORIO.
           ADD 1 TO IMPRESSAO-LINHAS.

           COPY "PDCALCDIAS.cob".
           COPY "PDIMPRESSAO.cob".
