       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG191.
      *    repasse mensal dos emprestimos consignados aos credores -
      *    le o registro de parcelas que o PROG54 grava a cada
      *    rodada, seleciona a competencia pedida e lista por
      *    credor e contrato o funcionario, a parcela, o valor
      *    devido, o valor retido em folha e o saldo devedor,
      *    marcando as parcelas que o liquido nao cobriu. Cada
      *    credor fecha com o total a repassar. A saida e carimbada
      *    pelo arquivo morto de impressoes (CONSIGNADO_AAAAMMDD_NNN).
      *    Na base de treinamento (PROG273) a tela abre com o aviso
      *    de dados ficticios.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBCONSIGDESC.cob".
           COPY "SBFUNCIONARIO.cob".
           COPY "SBIMPRESSAO.cob".
           SELECT ARQUIVO-ORDENACAO
               ASSIGN TO "CONSIGSORT.TMP".
           SELECT RELATORIO-CONSIGNADOS
               ASSIGN TO SAIDACONSIG
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY "SBPARAMETRO.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDCONSIGDESC.cob".
           COPY "FDFUNCIONARIO.cob".
           COPY "FDIMPRESSAO.cob".

       SD  ARQUIVO-ORDENACAO.
       01  ORDENACAO-REGISTRO.
           05 ORD-CREDOR-CODIGO PIC 9(3).
           05 ORD-CONTRATO PIC X(20).
           05 ORD-FUNCIONARIO-CODIGO PIC 9(4).
           05 ORD-SEQUENCIA PIC 9(2).
           05 ORD-CREDOR-NOME PIC X(20).
           05 ORD-DATA-PAGAMENTO PIC 9(8).
           05 ORD-PARCELA-NUMERO PIC 9(3).
           05 ORD-DEVIDO PIC 9(6)V99.
           05 ORD-DESCONTADO PIC 9(6)V99.
           05 ORD-SALDO-DEVEDOR PIC 9(8)V99.

       FD  RELATORIO-CONSIGNADOS.
       01  LINHA-RELATORIO PIC X(100).
           COPY "FDPARAMETRO.cob".

       WORKING-STORAGE SECTION.
           COPY "WSPARAMETRO.cob".
           COPY "WSIMPRESSAO.cob".
       77  FINAL-ARQUIVO PIC X.
       77  FINAL-ORDENADO PIC X.
       77  PRIMEIRA-LEITURA PIC X.
       77  COMPETENCIA-PEDIDA PIC 9(6).
       77  CREDOR-ATUAL PIC 9(3).
       77  QTD-PARCELAS PIC 9(5).
       77  QTD-NAO-COBERTAS PIC 9(5).
       77  TOTAL-CREDOR-DEVIDO PIC 9(9)V99.
       77  TOTAL-CREDOR-DESCONTADO PIC 9(9)V99.
       77  TOTAL-DEVIDO PIC 9(9)V99.
       77  TOTAL-DESCONTADO PIC 9(9)V99.

       01  COMPETENCIA-DESM.
           05 COMP-ANO PIC 9(4).
           05 COMP-MES PIC 9(2).

       01  CABECALHO-TITULO.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(45) VALUE
               "REPASSE DE CONSIGNADOS - COMPETENCIA ".
           05 CAB-COMPETENCIA PIC 9999/99.

       01  CABECALHO-CREDOR.
           05 FILLER PIC X(8) VALUE "Credor: ".
           05 CAB-CREDOR-CODIGO PIC 999.
           05 FILLER PIC X(3) VALUE " - ".
           05 CAB-CREDOR-NOME PIC X(20).

       01  CABECALHO-COLUNAS.
           05 FILLER PIC X(22) VALUE "Contrato".
           05 FILLER PIC X(36) VALUE "Funcionario".
           05 FILLER PIC X(8) VALUE "Parcela".
           05 FILLER PIC X(11) VALUE "Credito em".

       01  CABECALHO-COLUNAS-2.
           05 FILLER PIC X(30) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "Devido".
           05 FILLER PIC X(14) VALUE "Retido".
           05 FILLER PIC X(14) VALUE "Saldo devedor".

       01  LINHA-CONTRATO.
           05 CON-CONTRATO PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 CON-FUNCIONARIO PIC ZZZ9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 CON-NOME PIC X(30).
           05 FILLER PIC X(1) VALUE SPACES.
           05 CON-PARCELA PIC ZZ9.
           05 FILLER PIC X(5) VALUE SPACES.
           05 CON-DATA PIC 9999/99/99.

       01  LINHA-VALORES.
           05 FILLER PIC X(30) VALUE SPACES.
           05 VAL-DEVIDO PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(4) VALUE SPACES.
           05 VAL-DESCONTADO PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(4) VALUE SPACES.
           05 VAL-SALDO PIC ZZ,ZZZ,ZZ9.99.
      *    "*" quando o liquido do mes nao cobriu a parcela inteira.
           05 FILLER PIC X(2) VALUE SPACES.
           05 VAL-MARCA PIC X.

       01  LINHA-TOTAL.
           05 FILLER PIC X(4) VALUE SPACES.
           05 TOT-DESCRICAO PIC X(23).
           05 TOT-DEVIDO PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACES.
           05 TOT-DESCONTADO PIC ZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
      *    na base de treinamento a tela abre com o aviso de dados
      *    ficticios.
           PERFORM CARREGA-PARAMETROS.

           DISPLAY "Repasse de qual competencia (AAAAMM)? ".
           ACCEPT COMPETENCIA-PEDIDA.
           MOVE COMPETENCIA-PEDIDA TO COMPETENCIA-DESM.

           IF COMP-MES < 1 OR COMP-MES > 12
               DISPLAY "Competencia invalida, nada impresso"
           ELSE
               PERFORM EMITE-REPASSE.
       PROGRAM-DONE.
      *    GOBACK devolve o controle ao menu quando chamado pelo
      *    PROG40, e encerra normalmente quando executado sozinho.
           GOBACK.

       EMITE-REPASSE.
      *    carimba a saida da rodada antes do OPEN.
           MOVE "PROG191" TO IMPRESSAO-PROGRAMA.
           MOVE "CONSIGNADO" TO IMPRESSAO-PREFIXO.
           MOVE "SAIDACONSIG" TO IMPRESSAO-VARIAVEL.
           PERFORM MONTA-NOME-RELATORIO.

           MOVE ZEROS TO QTD-PARCELAS.
           MOVE ZEROS TO QTD-NAO-COBERTAS.
           MOVE ZEROS TO TOTAL-DEVIDO.
           MOVE ZEROS TO TOTAL-DESCONTADO.

           OPEN INPUT ARQUIVO-CONSIG-DESCONTOS.
           OPEN INPUT ARQUIVO-FUNCIONARIO.

           SORT ARQUIVO-ORDENACAO
               ON ASCENDING KEY ORD-CREDOR-CODIGO
                                ORD-CONTRATO
                                ORD-FUNCIONARIO-CODIGO
                                ORD-SEQUENCIA
               INPUT PROCEDURE IS SELECIONA-COMPETENCIA
               OUTPUT PROCEDURE IS IMPRIME-REPASSE.

           CLOSE ARQUIVO-CONSIG-DESCONTOS.
           CLOSE ARQUIVO-FUNCIONARIO.

           PERFORM GRAVA-INDICE-IMPRESSAO.

           DISPLAY "Repasse gravado em " IMPRESSAO-NOME.
           DISPLAY "Parcelas na competencia: " QTD-PARCELAS.
           DISPLAY "Nao cobertas pelo liq..: " QTD-NAO-COBERTAS.

       SELECIONA-COMPETENCIA.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LEIA-PROXIMO-DESCONTO.

           PERFORM LIBERA-DESCONTO
               UNTIL FINAL-ARQUIVO = "S".

       LEIA-PROXIMO-DESCONTO.
           READ ARQUIVO-CONSIG-DESCONTOS RECORD AT END
               MOVE "S" TO FINAL-ARQUIVO.

       LIBERA-DESCONTO.
           IF CDESC-COMPETENCIA = COMPETENCIA-PEDIDA
               MOVE CDESC-CREDOR-CODIGO TO ORD-CREDOR-CODIGO
               MOVE CDESC-CONTRATO TO ORD-CONTRATO
               MOVE CDESC-FUNCIONARIO-CODIGO TO
                   ORD-FUNCIONARIO-CODIGO
               MOVE CDESC-SEQUENCIA TO ORD-SEQUENCIA
               MOVE CDESC-CREDOR-NOME TO ORD-CREDOR-NOME
               MOVE CDESC-DATA-PAGAMENTO TO ORD-DATA-PAGAMENTO
               MOVE CDESC-PARCELA-NUMERO TO ORD-PARCELA-NUMERO
               MOVE CDESC-DEVIDO TO ORD-DEVIDO
               MOVE CDESC-DESCONTADO TO ORD-DESCONTADO
               MOVE CDESC-SALDO-DEVEDOR TO ORD-SALDO-DEVEDOR
               RELEASE ORDENACAO-REGISTRO.

           PERFORM LEIA-PROXIMO-DESCONTO.

       IMPRIME-REPASSE.
           OPEN OUTPUT RELATORIO-CONSIGNADOS.
           MOVE "S" TO PRIMEIRA-LEITURA.

           MOVE COMPETENCIA-PEDIDA TO CAB-COMPETENCIA.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE CABECALHO-TITULO TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE SPACES TO LINHA-RELATORIO.
           MOVE CABECALHO-COLUNAS TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE SPACES TO LINHA-RELATORIO.
           MOVE CABECALHO-COLUNAS-2 TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE "N" TO FINAL-ORDENADO.
           PERFORM LEIA-PROXIMO-ORDENADO.

           PERFORM PROCESSA-PARCELAS
               UNTIL FINAL-ORDENADO = "S".

           IF PRIMEIRA-LEITURA = "N"
               PERFORM ESCREVE-TOTAL-CREDOR.

           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE "TOTAL GERAL" TO TOT-DESCRICAO.
           MOVE TOTAL-DEVIDO TO TOT-DEVIDO.
           MOVE TOTAL-DESCONTADO TO TOT-DESCONTADO.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-TOTAL TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           CLOSE RELATORIO-CONSIGNADOS.

       LEIA-PROXIMO-ORDENADO.
           RETURN ARQUIVO-ORDENACAO RECORD AT END
               MOVE "S" TO FINAL-ORDENADO.

       PROCESSA-PARCELAS.
           IF PRIMEIRA-LEITURA = "S"
               MOVE "N" TO PRIMEIRA-LEITURA
               PERFORM INICIA-CREDOR
           ELSE
               IF ORD-CREDOR-CODIGO NOT = CREDOR-ATUAL
                   PERFORM ESCREVE-TOTAL-CREDOR
                   PERFORM INICIA-CREDOR.

           PERFORM ESCREVE-PARCELA.

           PERFORM LEIA-PROXIMO-ORDENADO.

       INICIA-CREDOR.
           MOVE ORD-CREDOR-CODIGO TO CREDOR-ATUAL.
           MOVE ZEROS TO TOTAL-CREDOR-DEVIDO.
           MOVE ZEROS TO TOTAL-CREDOR-DESCONTADO.

           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE ORD-CREDOR-CODIGO TO CAB-CREDOR-CODIGO.
           MOVE ORD-CREDOR-NOME TO CAB-CREDOR-NOME.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE CABECALHO-CREDOR TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

       ESCREVE-PARCELA.
           ADD 1 TO QTD-PARCELAS.
           ADD ORD-DEVIDO TO TOTAL-CREDOR-DEVIDO.
           ADD ORD-DESCONTADO TO TOTAL-CREDOR-DESCONTADO.
           ADD ORD-DEVIDO TO TOTAL-DEVIDO.
           ADD ORD-DESCONTADO TO TOTAL-DESCONTADO.

           MOVE ORD-FUNCIONARIO-CODIGO TO FUNCIONARIO-CODIGO.
           READ ARQUIVO-FUNCIONARIO RECORD
               INVALID KEY
                   MOVE SPACES TO FUNCIONARIO-NOME-COMPLETO.

           MOVE ORD-CONTRATO TO CON-CONTRATO.
           MOVE ORD-FUNCIONARIO-CODIGO TO CON-FUNCIONARIO.
           MOVE FUNCIONARIO-NOME-COMPLETO TO CON-NOME.
           MOVE ORD-PARCELA-NUMERO TO CON-PARCELA.
           MOVE ORD-DATA-PAGAMENTO TO CON-DATA.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-CONTRATO TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE ORD-DEVIDO TO VAL-DEVIDO.
           MOVE ORD-DESCONTADO TO VAL-DESCONTADO.
           MOVE ORD-SALDO-DEVEDOR TO VAL-SALDO.

           IF ORD-DESCONTADO < ORD-DEVIDO
               MOVE "*" TO VAL-MARCA
               ADD 1 TO QTD-NAO-COBERTAS
           ELSE
               MOVE SPACE TO VAL-MARCA.

           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-VALORES TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

       ESCREVE-TOTAL-CREDOR.
           MOVE "Total a repassar" TO TOT-DESCRICAO.
           MOVE TOTAL-CREDOR-DEVIDO TO TOT-DEVIDO.
           MOVE TOTAL-CREDOR-DESCONTADO TO TOT-DESCONTADO.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-TOTAL TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

       ESCREVE-LINHA.
           WRITE LINHA-RELATORIO.
           ADD 1 TO IMPRESSAO-LINHAS.

           COPY "PDIMPRESSAO.cob".
           COPY "PDPARAMETRO.cob".
