      *    linhas de endereco do cliente no layout postal das
      *    etiquetas do PROG53 - rua e numero numa linha, cidade,
      *    estado e CEP na seguinte. Usadas tambem no cabecalho das
      *    cartas de cobranca do PROG217, para a carta ir no mesmo
      *    padrao que o correio ja recebe.
       01  LINHA-ENDERECO.
           05 ETQ-RUA PIC X(30).
           05 FILLER PIC X(2) VALUE ", ".
           05 ETQ-NUMERO PIC X(6).

       01  LINHA-CIDADE.
           05 ETQ-CIDADE PIC X(20).
           05 FILLER PIC X(3) VALUE " - ".
           05 ETQ-ESTADO PIC X(2).
           05 FILLER PIC X(6) VALUE "  CEP ".
           05 ETQ-CEP PIC 9(8).
