      *    com o bruto, os descontos e o liquido de cada mes do ano
      *    pedido e os totais anuais, no estilo do contracheque do
      *    PROG54, acabando com a montagem manual do RH no fim do
      *    ano. A folha complementar (PROG194) de um mes sai em
      *    linha propria logo abaixo da folha original do mes, e
      *    as duas entram nos totais do ano.
      *    Na base de treinamento (PROG273) a tela abre com o aviso
      *    de dados ficticios.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RELATORIO-ANUAL
               ASSIGN TO "ANUAL.LST"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY "SBPARAMETRO.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDFOLHAHIST.cob".
       01  ORDENACAO-REGISTRO.
           05 ORD-CODIGO PIC 9(4).
           05 ORD-DATA PIC 9(8).
      *    "M" folha mensal original, "C" complementar.
           05 ORD-TIPO PIC X.
           05 ORD-BRUTO PIC 9(6)V99.
           05 ORD-DESCONTOS PIC 9(6)V99.
           05 ORD-LIQUIDO PIC 9(6)V99.

       FD  RELATORIO-ANUAL.
       01  LINHA-RELATORIO PIC X(80).
           COPY "FDPARAMETRO.cob".

       WORKING-STORAGE SECTION.
           COPY "WSPARAMETRO.cob".
       77  FINAL-ARQUIVO PIC X.
       77  PRIMEIRA-LEITURA PIC X.
      *    ano do demonstrativo e funcionario escolhido (0 = todos).
           05 DET-DESCONTOS PIC $ZZZ,ZZ9.99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 DET-LIQUIDO PIC $ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-TIPO PIC X(12).

       01  LINHA-TOTAL-ANUAL.
           05 FILLER PIC X(5) VALUE "Ano".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
      *    na base de treinamento a tela abre com o aviso de dados
      *    ficticios.
           PERFORM CARREGA-PARAMETROS.

           DISPLAY "Informe o ano do demonstrativo (AAAA): ".
           ACCEPT ANO-PEDIDO.
           DISPLAY "Informe o codigo do funcionario ".
           SORT ARQUIVO-ORDENACAO
               ON ASCENDING KEY ORD-CODIGO
               ON ASCENDING KEY ORD-DATA
               ON DESCENDING KEY ORD-TIPO
               INPUT PROCEDURE IS PREPARA-ORDENACAO
               OUTPUT PROCEDURE IS GERA-RELATORIO.

           GOBACK.

       PREPARA-ORDENACAO.
      *    filtra o historico: so folha mensal e complementar, so o
      *    ano pedido e, quando um codigo foi escolhido, so esse
      *    funcionario.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LEIA-PROXIMO-HISTORICO.

       FILTRA-HISTORICO.
           PERFORM ACHA-COMPETENCIA-DA-LINHA.

           IF (FOLHA-HIST-MENSAL OR FOLHA-HIST-COMPLEMENTAR) AND
               COMP-DESM-ANO = ANO-PEDIDO
               IF CODIGO-PEDIDO = ZEROS OR
                   FOLHA-HIST-CODIGO = CODIGO-PEDIDO
                   MOVE FOLHA-HIST-CODIGO TO ORD-CODIGO
                   MOVE FOLHA-HIST-TIPO TO ORD-TIPO
                   COMPUTE ORD-DATA =
                       (COMPETENCIA-DA-LINHA * 100) + 1
                   MOVE FOLHA-HIST-BRUTO TO ORD-BRUTO
           MOVE ORD-BRUTO TO DET-BRUTO.
           MOVE ORD-DESCONTOS TO DET-DESCONTOS.
           MOVE ORD-LIQUIDO TO DET-LIQUIDO.
           MOVE SPACES TO DET-TIPO.
           IF ORD-TIPO = "C"
               MOVE "COMPLEMENTAR" TO DET-TIPO.

           ADD ORD-BRUTO TO TOTAL-ANUAL-BRUTO.
           ADD ORD-DESCONTOS TO TOTAL-ANUAL-DESCONTOS.

           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           COPY "PDPARAMETRO.cob".
