           05 DEV-QUANTIDADE PIC 9(5).
           05 DEV-VALOR PIC 9(8)V99.
           05 DEV-OPERADOR PIC X(10).
      *    custo unitario carimbado na linha de venda devolvida - o
      *    custo volta ao estoque e sai da margem pelo mesmo valor
      *    com que saiu. Em branco na devolucao anterior ao custo
      *    medio.
           05 DEV-CUSTO-UNITARIO PIC 9(6)V99.
