      *    GRAVA-INDICE depois do CLOSE da saida.
       77  IMPRESSAO-PROGRAMA PIC X(8).
       77  IMPRESSAO-PREFIXO PIC X(10).
       77  IMPRESSAO-VARIAVEL PIC X(16).
       77  IMPRESSAO-DATA PIC 9(8).
       77  IMPRESSAO-HORA PIC 9(8).
       77  IMPRESSAO-SEQUENCIA PIC 9(3).
       77  IMPRESSAO-PAGINAS PIC 9(4).
       77  IMPRESSAO-FIM PIC X.
       77  IMPRESSAO-RESTO PIC 9(4).
      *    so o PROG262 preenche, ao registrar cada fatia repartida.
       77  IMPRESSAO-DESTINATARIO PIC X(10) VALUE SPACES.
       77  IMPRESSAO-ORIGEM PIC X(30) VALUE SPACES.
