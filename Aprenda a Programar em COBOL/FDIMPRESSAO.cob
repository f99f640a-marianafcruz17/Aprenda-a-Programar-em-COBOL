           05 IMP-ARQUIVO PIC X(30).
           05 IMP-PAGINAS PIC 9(4).
           05 IMP-LINHAS PIC 9(6).
      *    na fatia de um relatorio repartido pelo PROG262, o
      *    operador que recebeu a fatia e o relatorio inteiro de
      *    onde ela saiu - em branco no relatorio inteiro.
           05 IMP-DESTINATARIO PIC X(10).
           05 IMP-ORIGEM PIC X(30).
