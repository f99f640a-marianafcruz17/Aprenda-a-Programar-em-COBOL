           05 CEP-PREFIXO PIC 9(3).
           05 CEP-SUFIXO PIC 9(5).

           COPY "WSENDERECO.cob".

       01  TITULO-MANIFESTO.
           05 FILLER PIC X(35) VALUE
