       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG189.
      *    informe mensal ao juizo das pensoes alimenticias
      *    descontadas em folha - le o registro de pensoes pagas
      *    que o PROG54 grava a cada rodada, seleciona a
      *    competencia pedida e lista por vara e processo o
      *    funcionario, o beneficiario, a base, o valor devido pela
      *    ordem e o valor efetivamente creditado, marcando as
      *    ordens que o liquido nao cobriu. A saida e carimbada
      *    pelo arquivo morto de impressoes (PENSAO_AAAAMMDD_NNN).
      *    Na base de treinamento (PROG273) a tela abre com o aviso
      *    de dados ficticios.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBPENSAOPAGA.cob".
           COPY "SBFUNCIONARIO.cob".
           COPY "SBIMPRESSAO.cob".
           SELECT ARQUIVO-ORDENACAO
               ASSIGN TO "PENSAOSORT.TMP".
           SELECT RELATORIO-PENSOES
               ASSIGN TO SAIDAPENSAO
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY "SBPARAMETRO.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDPENSAOPAGA.cob".
           COPY "FDFUNCIONARIO.cob".
           COPY "FDIMPRESSAO.cob".

       SD  ARQUIVO-ORDENACAO.
       01  ORDENACAO-REGISTRO.
           05 ORD-VARA PIC X(30).
           05 ORD-PROCESSO PIC X(25).
           05 ORD-FUNCIONARIO-CODIGO PIC 9(4).
           05 ORD-SEQUENCIA PIC 9(2).
           05 ORD-BENEFICIARIO-NOME PIC X(40).
           05 ORD-DATA-PAGAMENTO PIC 9(8).
           05 ORD-BASE PIC 9(6)V99.
           05 ORD-DEVIDO PIC 9(6)V99.
           05 ORD-PAGO PIC 9(6)V99.

       FD  RELATORIO-PENSOES.
       01  LINHA-RELATORIO PIC X(100).
           COPY "FDPARAMETRO.cob".

       WORKING-STORAGE SECTION.
           COPY "WSPARAMETRO.cob".
           COPY "WSIMPRESSAO.cob".
       77  FINAL-ARQUIVO PIC X.
       77  FINAL-ORDENADO PIC X.
       77  PRIMEIRA-LEITURA PIC X.
       77  COMPETENCIA-PEDIDA PIC 9(6).
       77  VARA-ATUAL PIC X(30).
       77  QTD-ORDENS PIC 9(5).
       77  QTD-NAO-COBERTAS PIC 9(5).
       77  TOTAL-VARA-DEVIDO PIC 9(9)V99.
       77  TOTAL-VARA-PAGO PIC 9(9)V99.
       77  TOTAL-DEVIDO PIC 9(9)V99.
       77  TOTAL-PAGO PIC 9(9)V99.

       01  COMPETENCIA-DESM.
           05 COMP-ANO PIC 9(4).
           05 COMP-MES PIC 9(2).

       01  CABECALHO-TITULO.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(45) VALUE
               "INFORME DE PENSAO ALIMENTICIA - COMPETENCIA ".
           05 CAB-COMPETENCIA PIC 9999/99.

       01  CABECALHO-VARA.
           05 FILLER PIC X(7) VALUE "Vara: ".
           05 CAB-VARA PIC X(30).

       01  CABECALHO-COLUNAS.
           05 FILLER PIC X(27) VALUE "Processo".
           05 FILLER PIC X(47) VALUE "Funcionario".
           05 FILLER PIC X(11) VALUE "Credito em".

       01  CABECALHO-COLUNAS-2.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(42) VALUE "Beneficiario".
           05 FILLER PIC X(14) VALUE "Base".
           05 FILLER PIC X(14) VALUE "Devido".
           05 FILLER PIC X(14) VALUE "Pago".

       01  LINHA-PROCESSO.
           05 PRO-PROCESSO PIC X(25).
           05 FILLER PIC X(2) VALUE SPACES.
           05 PRO-FUNCIONARIO PIC ZZZ9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 PRO-NOME PIC X(40).
           05 FILLER PIC X(2) VALUE SPACES.
           05 PRO-DATA PIC 9999/99/99.

       01  LINHA-VALORES.
           05 FILLER PIC X(4) VALUE SPACES.
           05 VAL-BENEFICIARIO PIC X(40).
           05 FILLER PIC X(2) VALUE SPACES.
           05 VAL-BASE PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(4) VALUE SPACES.
           05 VAL-DEVIDO PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(4) VALUE SPACES.
           05 VAL-PAGO PIC ZZZ,ZZ9.99.
      *    "*" quando o liquido do mes nao cobriu a ordem inteira.
           05 FILLER PIC X(2) VALUE SPACES.
           05 VAL-MARCA PIC X.

       01  LINHA-TOTAL.
           05 FILLER PIC X(4) VALUE SPACES.
           05 TOT-DESCRICAO PIC X(42).
           05 FILLER PIC X(11) VALUE SPACES.
           05 TOT-DEVIDO PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACES.
           05 TOT-PAGO PIC ZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
      *    na base de treinamento a tela abre com o aviso de dados
      *    ficticios.
           PERFORM CARREGA-PARAMETROS.

           DISPLAY "Informe de qual competencia (AAAAMM)? ".
           ACCEPT COMPETENCIA-PEDIDA.
           MOVE COMPETENCIA-PEDIDA TO COMPETENCIA-DESM.

           IF COMP-MES < 1 OR COMP-MES > 12
               DISPLAY "Competencia invalida, nada impresso"
           ELSE
               PERFORM EMITE-INFORME.
       PROGRAM-DONE.
      *    GOBACK devolve o controle ao menu quando chamado pelo
      *    PROG40, e encerra normalmente quando executado sozinho.
           GOBACK.

       EMITE-INFORME.
      *    carimba a saida da rodada antes do OPEN.
           MOVE "PROG189" TO IMPRESSAO-PROGRAMA.
           MOVE "PENSAO" TO IMPRESSAO-PREFIXO.
           MOVE "SAIDAPENSAO" TO IMPRESSAO-VARIAVEL.
           PERFORM MONTA-NOME-RELATORIO.

           MOVE ZEROS TO QTD-ORDENS.
           MOVE ZEROS TO QTD-NAO-COBERTAS.
           MOVE ZEROS TO TOTAL-DEVIDO.
           MOVE ZEROS TO TOTAL-PAGO.

           OPEN INPUT ARQUIVO-PENSOES-PAGAS.
           OPEN INPUT ARQUIVO-FUNCIONARIO.

           SORT ARQUIVO-ORDENACAO
               ON ASCENDING KEY ORD-VARA
                                ORD-PROCESSO
                                ORD-FUNCIONARIO-CODIGO
                                ORD-SEQUENCIA
               INPUT PROCEDURE IS SELECIONA-COMPETENCIA
               OUTPUT PROCEDURE IS IMPRIME-INFORME.

           CLOSE ARQUIVO-PENSOES-PAGAS.
           CLOSE ARQUIVO-FUNCIONARIO.

           PERFORM GRAVA-INDICE-IMPRESSAO.

           DISPLAY "Informe gravado em " IMPRESSAO-NOME.
           DISPLAY "Ordens na competencia..: " QTD-ORDENS.
           DISPLAY "Nao cobertas pelo liq..: " QTD-NAO-COBERTAS.

       SELECIONA-COMPETENCIA.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LEIA-PROXIMA-PENSAO.

           PERFORM LIBERA-PENSAO
               UNTIL FINAL-ARQUIVO = "S".

       LEIA-PROXIMA-PENSAO.
           READ ARQUIVO-PENSOES-PAGAS RECORD AT END
               MOVE "S" TO FINAL-ARQUIVO.

       LIBERA-PENSAO.
           IF PAGPEN-COMPETENCIA = COMPETENCIA-PEDIDA
               MOVE PAGPEN-VARA TO ORD-VARA
               MOVE PAGPEN-PROCESSO TO ORD-PROCESSO
               MOVE PAGPEN-FUNCIONARIO-CODIGO TO
                   ORD-FUNCIONARIO-CODIGO
               MOVE PAGPEN-SEQUENCIA TO ORD-SEQUENCIA
               MOVE PAGPEN-BENEFICIARIO-NOME TO
                   ORD-BENEFICIARIO-NOME
               MOVE PAGPEN-DATA-PAGAMENTO TO ORD-DATA-PAGAMENTO
               MOVE PAGPEN-BASE TO ORD-BASE
               MOVE PAGPEN-DEVIDO TO ORD-DEVIDO
               MOVE PAGPEN-PAGO TO ORD-PAGO
               RELEASE ORDENACAO-REGISTRO.

           PERFORM LEIA-PROXIMA-PENSAO.

       IMPRIME-INFORME.
           OPEN OUTPUT RELATORIO-PENSOES.
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

           PERFORM PROCESSA-ORDENS
               UNTIL FINAL-ORDENADO = "S".

           IF PRIMEIRA-LEITURA = "N"
               PERFORM ESCREVE-TOTAL-VARA.

           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE "TOTAL GERAL" TO TOT-DESCRICAO.
           MOVE TOTAL-DEVIDO TO TOT-DEVIDO.
           MOVE TOTAL-PAGO TO TOT-PAGO.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-TOTAL TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           CLOSE RELATORIO-PENSOES.

       LEIA-PROXIMO-ORDENADO.
           RETURN ARQUIVO-ORDENACAO RECORD AT END
               MOVE "S" TO FINAL-ORDENADO.

       PROCESSA-ORDENS.
           IF PRIMEIRA-LEITURA = "S"
               MOVE "N" TO PRIMEIRA-LEITURA
               PERFORM INICIA-VARA
           ELSE
               IF ORD-VARA NOT = VARA-ATUAL
                   PERFORM ESCREVE-TOTAL-VARA
                   PERFORM INICIA-VARA.

           PERFORM ESCREVE-ORDEM.

           PERFORM LEIA-PROXIMO-ORDENADO.

       INICIA-VARA.
           MOVE ORD-VARA TO VARA-ATUAL.
           MOVE ZEROS TO TOTAL-VARA-DEVIDO.
           MOVE ZEROS TO TOTAL-VARA-PAGO.

           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE ORD-VARA TO CAB-VARA.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE CABECALHO-VARA TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

       ESCREVE-ORDEM.
           ADD 1 TO QTD-ORDENS.
           ADD ORD-DEVIDO TO TOTAL-VARA-DEVIDO.
           ADD ORD-PAGO TO TOTAL-VARA-PAGO.
           ADD ORD-DEVIDO TO TOTAL-DEVIDO.
           ADD ORD-PAGO TO TOTAL-PAGO.

           MOVE ORD-FUNCIONARIO-CODIGO TO FUNCIONARIO-CODIGO.
           READ ARQUIVO-FUNCIONARIO RECORD
               INVALID KEY
                   MOVE SPACES TO FUNCIONARIO-NOME-COMPLETO.

           MOVE ORD-PROCESSO TO PRO-PROCESSO.
           MOVE ORD-FUNCIONARIO-CODIGO TO PRO-FUNCIONARIO.
           MOVE FUNCIONARIO-NOME-COMPLETO TO PRO-NOME.
           MOVE ORD-DATA-PAGAMENTO TO PRO-DATA.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-PROCESSO TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE ORD-BENEFICIARIO-NOME TO VAL-BENEFICIARIO.
           MOVE ORD-BASE TO VAL-BASE.
           MOVE ORD-DEVIDO TO VAL-DEVIDO.
           MOVE ORD-PAGO TO VAL-PAGO.

           IF ORD-PAGO < ORD-DEVIDO
               MOVE "*" TO VAL-MARCA
               ADD 1 TO QTD-NAO-COBERTAS
           ELSE
               MOVE SPACE TO VAL-MARCA.

           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-VALORES TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

       ESCREVE-TOTAL-VARA.
           MOVE "Total da vara" TO TOT-DESCRICAO.
           MOVE TOTAL-VARA-DEVIDO TO TOT-DEVIDO.
           MOVE TOTAL-VARA-PAGO TO TOT-PAGO.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-TOTAL TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

       ESCREVE-LINHA.
           WRITE LINHA-RELATORIO.
           ADD 1 TO IMPRESSAO-LINHAS.

           COPY "PDIMPRESSAO.cob".
           COPY "PDPARAMETRO.cob".
