      *    area de trabalho dos paragrafos partilhados CARREGA-
      *    RATEIO e RATEIA-VALOR (COPY "PDRATEIO.cob") - o
      *    programa abre ARQUIVO-RATEIOS e ARQUIVO-DEPARTAMENTO,
      *    monta RATEIO-PEDIDO-FUNCIONARIO e RATEIO-PEDIDO-DATA
      *    (ultimo dia da competencia) e PERFORM CARREGA-RATEIO;
      *    com RATEIO-VALIDO = "S", para cada componente monta
      *    RATEIO-VALOR-TOTAL, PERFORM RATEIA-VALOR e le a parte
      *    de cada centro em RATEIO-VALOR-PARTE (1 ate
      *    RATEIO-QTD-CENTROS). Com "N" o custo fica no
      *    departamento do funcionario.
       01  RATEIO-CAMPOS.
           05 RATEIO-PEDIDO-FUNCIONARIO PIC 9(4).
           05 RATEIO-PEDIDO-DATA PIC 9(8).
           05 RATEIO-VIGENCIA-ACHADA PIC 9(8).
           05 RATEIO-QTD-CENTROS PIC 9(2).
           05 RATEIO-SOMA-PERCENTUAL PIC 9(4)V99.
           05 RATEIO-VALIDO PIC X.
           05 RATEIO-FIM-ARQUIVO PIC X.
           05 RATEIO-INDICE PIC 9(2).
           05 RATEIO-VALOR-TOTAL PIC S9(8)V99.
           05 RATEIO-VALOR-DISTRIBUIDO PIC S9(8)V99.
       01  RATEIO-TABELA.
           05 RATEIO-CENTRO OCCURS 10 TIMES.
               10 RATEIO-CENTRO-CUSTO PIC 9(4).
               10 RATEIO-CENTRO-PERCENTUAL PIC 9(3)V99.
               10 RATEIO-VALOR-PARTE PIC S9(8)V99.
