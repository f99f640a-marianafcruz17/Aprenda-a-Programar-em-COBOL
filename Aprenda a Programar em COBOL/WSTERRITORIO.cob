      *    area de trabalho dos paragrafos partilhados CARREGA-
      *    TERRITORIOS e BUSCA-TERRITORIO (COPY "PDTERRITORIO.cob")
      *    - o programa, que inclui tambem SBTERRITORIO e
      *    FDTERRITORIO, faz PERFORM CARREGA-TERRITORIOS uma vez na
      *    partida; depois monta TERRIT-BUSCA-ESTADO, TERRIT-BUSCA-
      *    CEP e TERRIT-BUSCA-DATA e le o resultado em TERRIT-
      *    VENDEDOR-ACHADO quando TERRIT-ACHADO = "S".
       01  TERRIT-CAMPOS.
           05 TERRIT-BUSCA-ESTADO PIC X(2).
           05 TERRIT-BUSCA-CEP PIC 9(8).
           05 TERRIT-BUSCA-DATA PIC 9(8).
           05 TERRIT-ACHADO PIC X.
           05 TERRIT-VENDEDOR-ACHADO PIC 9(4).
           05 TERRIT-CODIGO-ACHADO PIC 9(3).
           05 TERRIT-LARGURA-ACHADA PIC 9(8).
           05 TERRIT-INICIO-ACHADO PIC 9(8).
           05 TERRIT-LARGURA PIC 9(8).
           05 TERRIT-QTD PIC 9(3).
           05 TERRIT-INDICE PIC 9(3).
           05 TERRIT-FIM-ARQUIVO PIC X.
       01  TERRIT-TABELA.
           05 TERRIT-ENTRADA OCCURS 300 TIMES.
               10 TERRIT-TAB-CODIGO PIC 9(3).
               10 TERRIT-TAB-NOME PIC X(20).
               10 TERRIT-TAB-ESTADO PIC X(2).
               10 TERRIT-TAB-CEP-INICIAL PIC 9(8).
               10 TERRIT-TAB-CEP-FINAL PIC 9(8).
               10 TERRIT-TAB-VENDEDOR PIC 9(4).
               10 TERRIT-TAB-INICIO PIC 9(8).
               10 TERRIT-TAB-FIM PIC 9(8).
