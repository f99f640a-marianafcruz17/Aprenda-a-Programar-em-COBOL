      *    area de trabalho dos paragrafos partilhados CARREGA-
      *    TAXAS-ENCARGO, CALCULA-ENCARGOS e GRAVA-ENCARGO (COPY
      *    "PDENCARGO.cob") - o programa inclui tambem WSPARAMETRO
      *    e WSCALCDIAS (e os PD correspondentes), PERFORM
      *    CARREGA-TAXAS-ENCARGO uma vez na partida e, para cada
      *    recebimento, monta CALCENC-VALOR-BASE, CALCENC-
      *    VENCIMENTO e CALCENC-PAGAMENTO e le CALCENC-DIAS,
      *    CALCENC-MULTA, CALCENC-JUROS e CALCENC-TOTAL (zerados
      *    quando o pagamento nao esta atrasado).
      *    contingencia quando parametros.dat nao traz as chaves:
      *    multa de 2% e juros de 0,0333% ao dia (1% ao mes).
       01  CALCENC-CAMPOS.
           05 CALCENC-TAXA-MULTA PIC V9(4) VALUE .0200.
           05 CALCENC-TAXA-JUROS-DIA PIC V9(6) VALUE .000333.
           05 CALCENC-VALOR-BASE PIC 9(8)V99.
           05 CALCENC-VENCIMENTO PIC 9(8).
           05 CALCENC-PAGAMENTO PIC 9(8).
           05 CALCENC-DIAS-VENCIMENTO PIC 9(8).
           05 CALCENC-DIAS PIC S9(5).
           05 CALCENC-MULTA PIC 9(8)V99.
           05 CALCENC-JUROS PIC 9(8)V99.
           05 CALCENC-TOTAL PIC 9(8)V99.
           05 CALCENC-GRAVADO PIC X.
