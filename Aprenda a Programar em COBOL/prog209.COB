       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG209.
      *    reembolsos de despesas por centro de custo e categoria -
      *    le reembolsos.dat e totaliza os comprovantes quitados
      *    pela folha na competencia informada, com a parte
      *    compensada no adiantamento e a parte paga no liquido.
      *    O total de cada centro e o debito "Reemb.despesas" que
      *    o PROG150 leva ao lancamento contabil da competencia -
      *    este relatorio e o detalhe que o contador confere. No
      *    fim, o que ainda esta no caminho (aguardando o gestor,
      *    a conferencia ou a folha). A saida e carimbada pelo
      *    arquivo morto de impressoes (REEMBOLSO_AAAAMMDD_NNN).
      *    Na base de treinamento (PROG273) a tela abre com o aviso
      *    de dados ficticios.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBREEMBOLSO.cob".
           COPY "SBIMPRESSAO.cob".
           SELECT ARQUIVO-ORDENACAO
               ASSIGN TO "REEMBSORT.TMP".
           SELECT RELATORIO-REEMBOLSOS
               ASSIGN TO SAIDAREEMB
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY "SBPARAMETRO.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDREEMBOLSO.cob".
           COPY "FDIMPRESSAO.cob".

       SD  ARQUIVO-ORDENACAO.
       01  ORDENACAO-REGISTRO.
           05 ORD-CENTRO-CUSTO PIC 9(4).
           05 ORD-CATEGORIA PIC X.
           05 ORD-VALOR PIC 9(6)V99.
           05 ORD-COMPENSADO PIC 9(6)V99.
           05 ORD-PAGO PIC 9(6)V99.

       FD  RELATORIO-REEMBOLSOS.
       01  LINHA-RELATORIO PIC X(80).
           COPY "FDPARAMETRO.cob".

       WORKING-STORAGE SECTION.
           COPY "WSPARAMETRO.cob".
           COPY "WSIMPRESSAO.cob".
       77  COMPETENCIA-PEDIDA PIC 9(6).
       77  FIM-REEMBOLSOS PIC X.
       77  FINAL-ORDENADO PIC X.
       77  PRIMEIRA-LEITURA PIC X.
       77  CENTRO-ATUAL PIC 9(4).
       77  CATEGORIA-ATUAL PIC X.

      *    acumuladores da categoria, do centro e do relatorio.
       01  TOTAIS-CATEGORIA.
           05 TCA-QTD PIC 9(5).
           05 TCA-VALOR PIC 9(8)V99.
           05 TCA-COMPENSADO PIC 9(8)V99.
           05 TCA-PAGO PIC 9(8)V99.

       01  TOTAIS-CENTRO.
           05 TCE-QTD PIC 9(5).
           05 TCE-VALOR PIC 9(8)V99.
           05 TCE-COMPENSADO PIC 9(8)V99.
           05 TCE-PAGO PIC 9(8)V99.

       01  TOTAIS-GERAIS.
           05 TGE-QTD PIC 9(5).
           05 TGE-VALOR PIC 9(8)V99.
           05 TGE-COMPENSADO PIC 9(8)V99.
           05 TGE-PAGO PIC 9(8)V99.

      *    o que ainda nao foi quitado, de qualquer competencia.
       01  TOTAIS-EM-ABERTO.
           05 ABE-PENDENTE PIC 9(8)V99.
           05 ABE-APROVADO-GESTOR PIC 9(8)V99.
           05 ABE-LIBERADO PIC 9(8)V99.

       01  CABECALHO-TITULO.
           05 FILLER PIC X(5) VALUE SPACES.
           05 FILLER PIC X(41) VALUE
               "REEMBOLSO DE DESPESAS POR CENTRO DE CUSTO".
           05 FILLER PIC X(3) VALUE " - ".
           05 CAB-COMPETENCIA PIC 9999/99.

       01  CABECALHO-COLUNAS.
           05 FILLER PIC X(8) VALUE "Centro".
           05 FILLER PIC X(16) VALUE "Categoria".
           05 FILLER PIC X(7) VALUE "Qtd".
           05 FILLER PIC X(16) VALUE "Valor".
           05 FILLER PIC X(16) VALUE "Compensado".
           05 FILLER PIC X(16) VALUE "Pago".

       01  LINHA-TOTAIS.
           05 TOT-CENTRO PIC X(8).
           05 TOT-DESCRICAO PIC X(14).
           05 TOT-QTD PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 TOT-VALOR PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 TOT-COMPENSADO PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 TOT-PAGO PIC ZZ,ZZZ,ZZ9.99.

       01  LINHA-ABERTO.
           05 ABT-DESCRICAO PIC X(36).
           05 ABT-VALOR PIC ZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
      *    na base de treinamento a tela abre com o aviso de dados
      *    ficticios.
           PERFORM CARREGA-PARAMETROS.

           DISPLAY "Reembolsos de qual competencia (AAAAMM)? ".
           ACCEPT COMPETENCIA-PEDIDA.

      *    carimba a saida da rodada antes do OPEN.
           MOVE "PROG209" TO IMPRESSAO-PROGRAMA.
           MOVE "REEMBOLSO" TO IMPRESSAO-PREFIXO.
           MOVE "SAIDAREEMB" TO IMPRESSAO-VARIAVEL.
           PERFORM MONTA-NOME-RELATORIO.

           MOVE ZEROS TO TOTAIS-GERAIS.
           MOVE ZEROS TO TOTAIS-EM-ABERTO.

           OPEN INPUT ARQUIVO-REEMBOLSOS.

           SORT ARQUIVO-ORDENACAO
               ON ASCENDING KEY ORD-CENTRO-CUSTO
                                ORD-CATEGORIA
               INPUT PROCEDURE IS PREPARA-ORDENACAO
               OUTPUT PROCEDURE IS GERA-RELATORIO.

           CLOSE ARQUIVO-REEMBOLSOS.

           PERFORM GRAVA-INDICE-IMPRESSAO.

           DISPLAY "Relatorio gravado em " IMPRESSAO-NOME.
           DISPLAY "Comprovantes quitados: " TGE-QTD.
       PROGRAM-DONE.
      *    GOBACK devolve o controle ao menu quando chamado pelo
      *    PROG40, e encerra normalmente quando executado sozinho.
           GOBACK.

       PREPARA-ORDENACAO.
           MOVE ZEROS TO REEMB-FUNCIONARIO-CODIGO.
           MOVE ZEROS TO REEMB-DATA.
           MOVE ZEROS TO REEMB-SEQUENCIA.
           MOVE "N" TO FIM-REEMBOLSOS.

           START ARQUIVO-REEMBOLSOS
               KEY IS NOT LESS THAN REEMB-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-REEMBOLSOS.

           PERFORM CLASSIFICA-REEMBOLSO
               UNTIL FIM-REEMBOLSOS = "S".

       CLASSIFICA-REEMBOLSO.
           READ ARQUIVO-REEMBOLSOS NEXT RECORD
               AT END
                   MOVE "S" TO FIM-REEMBOLSOS.

           IF FIM-REEMBOLSOS = "N"
               PERFORM SEPARA-REEMBOLSO.

       SEPARA-REEMBOLSO.
           IF REEMB-QUITADO AND
               REEMB-COMPETENCIA-PAGA = COMPETENCIA-PEDIDA
               MOVE REEMB-CENTRO-CUSTO TO ORD-CENTRO-CUSTO
               MOVE REEMB-CATEGORIA TO ORD-CATEGORIA
               MOVE REEMB-VALOR TO ORD-VALOR
               MOVE REEMB-VALOR-COMPENSADO TO ORD-COMPENSADO
               MOVE REEMB-VALOR-PAGO TO ORD-PAGO
               RELEASE ORDENACAO-REGISTRO.

           IF REEMB-PENDENTE
               ADD REEMB-VALOR TO ABE-PENDENTE.

           IF REEMB-APROVADO-GESTOR
               ADD REEMB-VALOR TO ABE-APROVADO-GESTOR.

           IF REEMB-LIBERADO
               ADD REEMB-VALOR TO ABE-LIBERADO.

       GERA-RELATORIO.
           OPEN OUTPUT RELATORIO-REEMBOLSOS.
           MOVE "S" TO PRIMEIRA-LEITURA.

           MOVE COMPETENCIA-PEDIDA TO CAB-COMPETENCIA.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE CABECALHO-TITULO TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE SPACES TO LINHA-RELATORIO.
           MOVE CABECALHO-COLUNAS TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE "N" TO FINAL-ORDENADO.
           PERFORM LEIA-PROXIMO-ORDENADO.

           PERFORM PROCESSA-ORDENADO
               UNTIL FINAL-ORDENADO = "S".

           IF PRIMEIRA-LEITURA = "N"
               PERFORM FECHA-CATEGORIA
               PERFORM FECHA-CENTRO.

           IF PRIMEIRA-LEITURA = "S"
               MOVE SPACES TO LINHA-RELATORIO
               MOVE "Nenhum reembolso quitado na competencia" TO
                   LINHA-RELATORIO
               PERFORM ESCREVE-LINHA.

           PERFORM ESCREVE-TOTAL-GERAL.
           PERFORM ESCREVE-EM-ABERTO.

           CLOSE RELATORIO-REEMBOLSOS.

       LEIA-PROXIMO-ORDENADO.
           RETURN ARQUIVO-ORDENACAO RECORD AT END
               MOVE "S" TO FINAL-ORDENADO.

       PROCESSA-ORDENADO.
           IF PRIMEIRA-LEITURA = "S"
               MOVE "N" TO PRIMEIRA-LEITURA
               PERFORM INICIA-CENTRO
               PERFORM INICIA-CATEGORIA
           ELSE
               IF ORD-CENTRO-CUSTO NOT = CENTRO-ATUAL
                   PERFORM FECHA-CATEGORIA
                   PERFORM FECHA-CENTRO
                   PERFORM INICIA-CENTRO
                   PERFORM INICIA-CATEGORIA
               ELSE
                   IF ORD-CATEGORIA NOT = CATEGORIA-ATUAL
                       PERFORM FECHA-CATEGORIA
                       PERFORM INICIA-CATEGORIA.

           ADD 1 TO TCA-QTD.
           ADD ORD-VALOR TO TCA-VALOR.
           ADD ORD-COMPENSADO TO TCA-COMPENSADO.
           ADD ORD-PAGO TO TCA-PAGO.

           PERFORM LEIA-PROXIMO-ORDENADO.

       INICIA-CENTRO.
           MOVE ORD-CENTRO-CUSTO TO CENTRO-ATUAL.
           MOVE ZEROS TO TOTAIS-CENTRO.

       INICIA-CATEGORIA.
           MOVE ORD-CATEGORIA TO CATEGORIA-ATUAL.
           MOVE ZEROS TO TOTAIS-CATEGORIA.

       FECHA-CATEGORIA.
           MOVE SPACES TO TOT-CENTRO.
           MOVE CENTRO-ATUAL TO TOT-CENTRO.

           MOVE "OUTRAS" TO TOT-DESCRICAO.
           IF CATEGORIA-ATUAL = "T"
               MOVE "TRANSPORTE" TO TOT-DESCRICAO.
           IF CATEGORIA-ATUAL = "H"
               MOVE "HOSPEDAGEM" TO TOT-DESCRICAO.
           IF CATEGORIA-ATUAL = "R"
               MOVE "REFEICAO" TO TOT-DESCRICAO.
           IF CATEGORIA-ATUAL = "K"
               MOVE "QUILOMETRAGEM" TO TOT-DESCRICAO.

           MOVE TCA-QTD TO TOT-QTD.
           MOVE TCA-VALOR TO TOT-VALOR.
           MOVE TCA-COMPENSADO TO TOT-COMPENSADO.
           MOVE TCA-PAGO TO TOT-PAGO.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-TOTAIS TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           ADD TCA-QTD TO TCE-QTD.
           ADD TCA-VALOR TO TCE-VALOR.
           ADD TCA-COMPENSADO TO TCE-COMPENSADO.
           ADD TCA-PAGO TO TCE-PAGO.

       FECHA-CENTRO.
           MOVE SPACES TO TOT-CENTRO.
           MOVE "Total do centro" TO TOT-DESCRICAO.
           MOVE TCE-QTD TO TOT-QTD.
           MOVE TCE-VALOR TO TOT-VALOR.
           MOVE TCE-COMPENSADO TO TOT-COMPENSADO.
           MOVE TCE-PAGO TO TOT-PAGO.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-TOTAIS TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           ADD TCE-QTD TO TGE-QTD.
           ADD TCE-VALOR TO TGE-VALOR.
           ADD TCE-COMPENSADO TO TGE-COMPENSADO.
           ADD TCE-PAGO TO TGE-PAGO.

       ESCREVE-TOTAL-GERAL.
           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE SPACES TO TOT-CENTRO.
           MOVE "TOTAL GERAL" TO TOT-DESCRICAO.
           MOVE TGE-QTD TO TOT-QTD.
           MOVE TGE-VALOR TO TOT-VALOR.
           MOVE TGE-COMPENSADO TO TOT-COMPENSADO.
           MOVE TGE-PAGO TO TOT-PAGO.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-TOTAIS TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

       ESCREVE-EM-ABERTO.
           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE SPACES TO LINHA-RELATORIO.
           MOVE "AINDA NAO QUITADOS (TODAS AS COMPETENCIAS)" TO
               LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE "Aguardando o gestor (PROG207)......" TO
               ABT-DESCRICAO.
           MOVE ABE-PENDENTE TO ABT-VALOR.
           PERFORM ESCREVE-LINHA-ABERTO.

           MOVE "Aguardando a conferencia (PROG208)." TO
               ABT-DESCRICAO.
           MOVE ABE-APROVADO-GESTOR TO ABT-VALOR.
           PERFORM ESCREVE-LINHA-ABERTO.

           MOVE "Liberados, aguardando a folha......" TO
               ABT-DESCRICAO.
           MOVE ABE-LIBERADO TO ABT-VALOR.
           PERFORM ESCREVE-LINHA-ABERTO.

       ESCREVE-LINHA-ABERTO.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-ABERTO TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

       ESCREVE-LINHA.
           WRITE LINHA-RELATORIO.
           ADD 1 TO IMPRESSAO-LINHAS.

           COPY "PDIMPRESSAO.cob".
           COPY "PDPARAMETRO.cob".
