      *    area de trabalho do paragrafo partilhado RECALCULA-
      *    CUSTO-MEDIO (COPY "PDCUSTOMEDIO.cob") - com o produto
      *    lido em PRODUTO-REGISTRO e ANTES de somar a entrada em
      *    PRODUTO-ESTOQUE, o programa monta a quantidade que entra
      *    e o custo unitario dela; o paragrafo deixa o novo custo
      *    medio em PRODUTO-CUSTO-MEDIO, e o REWRITE e do programa.
       01  CUSTOMEDIO-CAMPOS.
           05 CUSTOMEDIO-QUANTIDADE PIC 9(6).
           05 CUSTOMEDIO-CUSTO-ENTRADA PIC 9(6)V99.
           05 CUSTOMEDIO-VALOR-SALDO PIC 9(12)V99.
           05 CUSTOMEDIO-VALOR-ENTRADA PIC 9(12)V99.
