       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG193.
      *    repasse mensal das contribuicoes sindicais - le o
      *    registro de contribuicoes que o PROG54 grava a cada
      *    rodada, seleciona a competencia pedida e lista, por
      *    sindicato, a conta do repasse e cada funcionario
      *    contribuinte com a base e o valor descontado, fechando
      *    com o total a repassar. A saida e carimbada pelo
      *    arquivo morto de impressoes (SINDICATO_AAAAMMDD_NNN).
      *    Na base de treinamento (PROG273) a tela abre com o aviso
      *    de dados ficticios.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBSINDDESC.cob".
           COPY "SBSINDICATO.cob".
           COPY "SBFUNCIONARIO.cob".
           COPY "SBIMPRESSAO.cob".
           SELECT ARQUIVO-ORDENACAO
               ASSIGN TO "SINDSORT.TMP".
           SELECT RELATORIO-SINDICATOS
               ASSIGN TO SAIDASINDIC
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY "SBPARAMETRO.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDSINDDESC.cob".
           COPY "FDSINDICATO.cob".
           COPY "FDFUNCIONARIO.cob".
           COPY "FDIMPRESSAO.cob".

       SD  ARQUIVO-ORDENACAO.
       01  ORDENACAO-REGISTRO.
           05 ORD-SINDICATO-CODIGO PIC 9(3).
           05 ORD-FUNCIONARIO-CODIGO PIC 9(4).
           05 ORD-DATA-PAGAMENTO PIC 9(8).
           05 ORD-BASE PIC 9(6)V99.
           05 ORD-VALOR PIC 9(6)V99.

       FD  RELATORIO-SINDICATOS.
       01  LINHA-RELATORIO PIC X(100).
           COPY "FDPARAMETRO.cob".

       WORKING-STORAGE SECTION.
           COPY "WSPARAMETRO.cob".
           COPY "WSIMPRESSAO.cob".
       77  FINAL-ARQUIVO PIC X.
       77  FINAL-ORDENADO PIC X.
       77  PRIMEIRA-LEITURA PIC X.
       77  COMPETENCIA-PEDIDA PIC 9(6).
       77  SINDICATO-ATUAL PIC 9(3).
       77  QTD-CONTRIBUINTES PIC 9(5).
       77  QTD-SINDICATO PIC 9(5).
       77  TOTAL-SINDICATO PIC 9(9)V99.
       77  TOTAL-GERAL PIC 9(9)V99.

       01  COMPETENCIA-DESM.
           05 COMP-ANO PIC 9(4).
           05 COMP-MES PIC 9(2).

       01  CABECALHO-TITULO.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(48) VALUE
               "REPASSE DE CONTRIBUICAO SINDICAL - COMPETENCIA ".
           05 CAB-COMPETENCIA PIC 9999/99.

       01  CABECALHO-SINDICATO.
           05 FILLER PIC X(11) VALUE "Sindicato: ".
           05 CAB-SINDICATO-CODIGO PIC 999.
           05 FILLER PIC X(3) VALUE " - ".
           05 CAB-SINDICATO-NOME PIC X(30).
           05 FILLER PIC X(7) VALUE "  CNPJ ".
           05 CAB-CNPJ PIC 9(14).

       01  CABECALHO-CONTA.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(15) VALUE "Repasse: banco ".
           05 CAB-BANCO PIC 999.
           05 FILLER PIC X(10) VALUE " agencia ".
           05 CAB-AGENCIA PIC 9999.
           05 FILLER PIC X(8) VALUE " conta ".
           05 CAB-CONTA PIC X(10).

       01  CABECALHO-COLUNAS.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(47) VALUE "Funcionario".
           05 FILLER PIC X(14) VALUE "Salario base".
           05 FILLER PIC X(14) VALUE "Contribuicao".

       01  LINHA-CONTRIBUINTE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 CON-FUNCIONARIO PIC ZZZ9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 CON-NOME PIC X(40).
           05 FILLER PIC X(2) VALUE SPACES.
           05 CON-BASE PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(4) VALUE SPACES.
           05 CON-VALOR PIC ZZZ,ZZ9.99.

       01  LINHA-TOTAL.
           05 FILLER PIC X(4) VALUE SPACES.
           05 TOT-DESCRICAO PIC X(30).
           05 TOT-QTD PIC ZZ,ZZ9.
           05 FILLER PIC X(22) VALUE SPACES.
           05 TOT-VALOR PIC ZZ,ZZZ,ZZ9.99.

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
           MOVE "PROG193" TO IMPRESSAO-PROGRAMA.
           MOVE "SINDICATO" TO IMPRESSAO-PREFIXO.
           MOVE "SAIDASINDIC" TO IMPRESSAO-VARIAVEL.
           PERFORM MONTA-NOME-RELATORIO.

           MOVE ZEROS TO QTD-CONTRIBUINTES.
           MOVE ZEROS TO TOTAL-GERAL.

           OPEN INPUT ARQUIVO-SIND-DESCONTOS.
           OPEN INPUT ARQUIVO-SINDICATOS.
           OPEN INPUT ARQUIVO-FUNCIONARIO.

           SORT ARQUIVO-ORDENACAO
               ON ASCENDING KEY ORD-SINDICATO-CODIGO
                                ORD-FUNCIONARIO-CODIGO
               INPUT PROCEDURE IS SELECIONA-COMPETENCIA
               OUTPUT PROCEDURE IS IMPRIME-REPASSE.

           CLOSE ARQUIVO-SIND-DESCONTOS.
           CLOSE ARQUIVO-SINDICATOS.
           CLOSE ARQUIVO-FUNCIONARIO.

           PERFORM GRAVA-INDICE-IMPRESSAO.

           DISPLAY "Repasse gravado em " IMPRESSAO-NOME.
           DISPLAY "Contribuintes na competencia: " QTD-CONTRIBUINTES.

       SELECIONA-COMPETENCIA.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LEIA-PROXIMA-CONTRIBUICAO.

           PERFORM LIBERA-CONTRIBUICAO
               UNTIL FINAL-ARQUIVO = "S".

       LEIA-PROXIMA-CONTRIBUICAO.
           READ ARQUIVO-SIND-DESCONTOS RECORD AT END
               MOVE "S" TO FINAL-ARQUIVO.

       LIBERA-CONTRIBUICAO.
           IF SDESC-COMPETENCIA = COMPETENCIA-PEDIDA
               MOVE SDESC-SINDICATO-CODIGO TO ORD-SINDICATO-CODIGO
               MOVE SDESC-FUNCIONARIO-CODIGO TO
                   ORD-FUNCIONARIO-CODIGO
               MOVE SDESC-DATA-PAGAMENTO TO ORD-DATA-PAGAMENTO
               MOVE SDESC-BASE TO ORD-BASE
               MOVE SDESC-VALOR TO ORD-VALOR
               RELEASE ORDENACAO-REGISTRO.

           PERFORM LEIA-PROXIMA-CONTRIBUICAO.

       IMPRIME-REPASSE.
           OPEN OUTPUT RELATORIO-SINDICATOS.
           MOVE "S" TO PRIMEIRA-LEITURA.

           MOVE COMPETENCIA-PEDIDA TO CAB-COMPETENCIA.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE CABECALHO-TITULO TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE "N" TO FINAL-ORDENADO.
           PERFORM LEIA-PROXIMO-ORDENADO.

           PERFORM PROCESSA-CONTRIBUICOES
               UNTIL FINAL-ORDENADO = "S".

           IF PRIMEIRA-LEITURA = "N"
               PERFORM ESCREVE-TOTAL-SINDICATO.

           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE "TOTAL GERAL - contribuintes:" TO TOT-DESCRICAO.
           MOVE QTD-CONTRIBUINTES TO TOT-QTD.
           MOVE TOTAL-GERAL TO TOT-VALOR.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-TOTAL TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           CLOSE RELATORIO-SINDICATOS.

       LEIA-PROXIMO-ORDENADO.
           RETURN ARQUIVO-ORDENACAO RECORD AT END
               MOVE "S" TO FINAL-ORDENADO.

       PROCESSA-CONTRIBUICOES.
           IF PRIMEIRA-LEITURA = "S"
               MOVE "N" TO PRIMEIRA-LEITURA
               PERFORM INICIA-SINDICATO
           ELSE
               IF ORD-SINDICATO-CODIGO NOT = SINDICATO-ATUAL
                   PERFORM ESCREVE-TOTAL-SINDICATO
                   PERFORM INICIA-SINDICATO.

           PERFORM ESCREVE-CONTRIBUINTE.

           PERFORM LEIA-PROXIMO-ORDENADO.

       INICIA-SINDICATO.
           MOVE ORD-SINDICATO-CODIGO TO SINDICATO-ATUAL.
           MOVE ZEROS TO QTD-SINDICATO.
           MOVE ZEROS TO TOTAL-SINDICATO.

           MOVE ORD-SINDICATO-CODIGO TO SIND-CODIGO.
           READ ARQUIVO-SINDICATOS RECORD
               INVALID KEY
                   MOVE SPACES TO SIND-NOME
                   MOVE ZEROS TO SIND-CNPJ
                   MOVE ZEROS TO SIND-BANCO-CODIGO
                   MOVE ZEROS TO SIND-AGENCIA
                   MOVE SPACES TO SIND-CONTA.

           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE ORD-SINDICATO-CODIGO TO CAB-SINDICATO-CODIGO.
           MOVE SIND-NOME TO CAB-SINDICATO-NOME.
           MOVE SIND-CNPJ TO CAB-CNPJ.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE CABECALHO-SINDICATO TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE SIND-BANCO-CODIGO TO CAB-BANCO.
           MOVE SIND-AGENCIA TO CAB-AGENCIA.
           MOVE SIND-CONTA TO CAB-CONTA.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE CABECALHO-CONTA TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE SPACES TO LINHA-RELATORIO.
           MOVE CABECALHO-COLUNAS TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

       ESCREVE-CONTRIBUINTE.
           ADD 1 TO QTD-CONTRIBUINTES.
           ADD 1 TO QTD-SINDICATO.
           ADD ORD-VALOR TO TOTAL-SINDICATO.
           ADD ORD-VALOR TO TOTAL-GERAL.

           MOVE ORD-FUNCIONARIO-CODIGO TO FUNCIONARIO-CODIGO.
           READ ARQUIVO-FUNCIONARIO RECORD
               INVALID KEY
                   MOVE SPACES TO FUNCIONARIO-NOME-COMPLETO.

           MOVE ORD-FUNCIONARIO-CODIGO TO CON-FUNCIONARIO.
           MOVE FUNCIONARIO-NOME-COMPLETO TO CON-NOME.
           MOVE ORD-BASE TO CON-BASE.
           MOVE ORD-VALOR TO CON-VALOR.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-CONTRIBUINTE TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

       ESCREVE-TOTAL-SINDICATO.
           MOVE "Total a repassar - contrib.:" TO TOT-DESCRICAO.
           MOVE QTD-SINDICATO TO TOT-QTD.
           MOVE TOTAL-SINDICATO TO TOT-VALOR.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-TOTAL TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

       ESCREVE-LINHA.
           WRITE LINHA-RELATORIO.
           ADD 1 TO IMPRESSAO-LINHAS.

           COPY "PDIMPRESSAO.cob".
           COPY "PDPARAMETRO.cob".
