      *    area de trabalho do paragrafo partilhado CALCULA-
      *    EXPOSICAO-CLIENTE (COPY "PDEXPOSICAO.cob") - a mesma
      *    conta do limite de credito do PROG100, para os lotes que
      *    geram pedido sem operador. O programa monta EXPOSICAO-
      *    CLIENTE-BUSCA e le em EXPOSICAO-TOTAL os pedidos em
      *    aberto do cliente (em BRL, pela taxa da data do pedido)
      *    mais os saldos das faturas em aberto. Precisa tambem de
      *    SB/FD de pedidos, faturas e cambio e de WSCAMBIO/
      *    PDCAMBIO.
       01  EXPOSICAO-CAMPOS.
           05 EXPOSICAO-CLIENTE-BUSCA PIC 9(4).
           05 EXPOSICAO-TOTAL PIC 9(10)V99.
           05 EXPOSICAO-PEDIDO-EM-BRL PIC 9(10)V99.
           05 EXPOSICAO-SALDO-FATURA PIC S9(8)V99.
           05 EXPOSICAO-FIM-PEDIDOS PIC X.
           05 EXPOSICAO-FIM-FATURAS PIC X.
