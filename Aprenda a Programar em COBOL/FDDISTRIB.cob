       FD  ARQUIVO-DISTRIBUICAO.
       01  DISTRIBUICAO-REGISTRO.
      *    cadastro de distribuicao dos relatorios repartidos -
      *    para cada relatorio (o programa que o emite) e cada
      *    valor da chave de quebra, o operador que recebe aquela
      *    secao. Mantido pelo PROG261 e lido pelo PROG262.
           05 DISTRIB-CHAVE.
               10 DISTRIB-PROGRAMA PIC X(8).
      *    "D" departamento, "V" vendedor, "G" gestor, "F" filial
      *    - os mesmos tipos do mapa de secoes (FDSECAO).
               10 DISTRIB-TIPO-QUEBRA PIC X.
                   88 DISTRIB-TIPO-VALIDO VALUE "D" "V" "G" "F".
               10 DISTRIB-CHAVE-QUEBRA PIC 9(4).
      *    operador de operadores.dat que recebe a fatia.
           05 DISTRIB-DESTINATARIO PIC X(10).
           05 DISTRIB-DESCRICAO PIC X(20).
