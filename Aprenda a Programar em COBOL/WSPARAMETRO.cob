      *    partida; depois, para cada leitura, monta PARAM-BUSCA-
      *    CHAVE e le o resultado em PARAM-VALOR-LIDO quando
      *    PARAM-ACHADO = "S" (com "N" vale a contingencia do
      *    programa). PARAM-TREINAMENTO fica "S" quando o
      *    parametros.dat lido e o de uma base de treinamento
      *    (PROG273), para os menus repetirem o aviso. A tabela
      *    guarda uma entrada por chave - a linha repetida que o
      *    PROG176 grava a cada alteracao sobrescreve a entrada.
       01  PARAM-CAMPOS.
           05 PARAM-BUSCA-CHAVE PIC X(20).
           05 PARAM-ACHADO PIC X.
           05 PARAM-VALOR-LIDO PIC 9(8)V99.
           05 PARAM-QTD PIC 9(3).
           05 PARAM-INDICE PIC 9(3).
           05 PARAM-POSICAO PIC 9(3).
           05 PARAM-FIM-ARQUIVO PIC X.
           05 PARAM-TREINAMENTO PIC X.
       01  PARAM-TABELA.
           05 PARAM-ENTRADA OCCURS 200 TIMES.
               10 PARAM-TAB-CHAVE PIC X(20).
               10 PARAM-TAB-VALOR PIC 9(8)V99.
