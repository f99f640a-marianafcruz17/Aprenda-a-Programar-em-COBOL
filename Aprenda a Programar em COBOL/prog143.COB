      *    faturas emitidas no mes em faturas.dat e imprime, com
      *    quebra de controle por FATURA-ESTADO, a quantidade de
      *    faturas, o valor faturado e o ICMS destacado, com o
      *    total geral no fim. As parcelas de uma venda a prazo
      *    somam valor e ICMS mas contam como uma fatura so.
      *    Na base de treinamento (PROG273) a tela abre com o aviso
      *    de dados ficticios.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RELATORIO-ICMS
               ASSIGN TO "RESUMOICMS.LST"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY "SBPARAMETRO.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDFATURA.cob".
           05 ORD-ESTADO PIC X(2).
           05 ORD-VALOR PIC 9(8)V99.
           05 ORD-ICMS PIC 9(8)V99.
      *    1 para a fatura impressa (parcela unica ou primeira
      *    parcela), 0 para as demais parcelas.
           05 ORD-DOCUMENTO PIC 9.

       FD  RELATORIO-ICMS.
       01  LINHA-RELATORIO PIC X(80).
           COPY "FDPARAMETRO.cob".

       WORKING-STORAGE SECTION.
           COPY "WSPARAMETRO.cob".
       77  FIM-FATURAS PIC X.
       77  FINAL-ARQUIVO PIC X.
       77  PRIMEIRA-LEITURA PIC X.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
      *    na base de treinamento a tela abre com o aviso de dados
      *    ficticios.
           PERFORM CARREGA-PARAMETROS.

           DISPLAY "Resumo de ICMS de qual mes (AAAAMM)? ".
           ACCEPT MES-RESUMO.

                   MOVE FATURA-ESTADO TO ORD-ESTADO
                   MOVE FATURA-VALOR TO ORD-VALOR
                   MOVE FATURA-VALOR-ICMS TO ORD-ICMS
                   PERFORM MARCA-DOCUMENTO
                   RELEASE ORDENACAO-REGISTRO.

       MARCA-DOCUMENTO.
           MOVE 1 TO ORD-DOCUMENTO.
           IF FATURA-PARCELA NUMERIC
               IF FATURA-PARCELA > 1
                   MOVE ZEROS TO ORD-DOCUMENTO.

       GERA-RELATORIO.
           OPEN OUTPUT RELATORIO-ICMS.
           MOVE "S" TO PRIMEIRA-LEITURA.
                   MOVE ORD-ESTADO TO ESTADO-ATUAL
                   PERFORM COMECA-ESTADO.

           ADD ORD-DOCUMENTO TO QTD-ESTADO.
           ADD ORD-DOCUMENTO TO QTD-GERAL.
           ADD ORD-VALOR TO VALOR-ESTADO.
           ADD ORD-VALOR TO VALOR-GERAL.
           ADD ORD-ICMS TO ICMS-ESTADO.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-RODAPE TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           COPY "PDPARAMETRO.cob".
