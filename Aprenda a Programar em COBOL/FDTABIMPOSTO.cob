      *    calculo e a de maior vigencia nao posterior a data da
      *    rodada, assim a tabela de janeiro entra sem mudar
      *    programa nenhum.
      *    "I" INSS, "R" IRRF, "P" tabela exclusiva do IRRF sobre
      *    a participacao nos lucros (PROG197), separada da mensal.
           05 TABIMP-TIPO PIC X.
           05 TABIMP-DATA-VIGENCIA PIC 9(8).
           05 TABIMP-FAIXA-INICIO PIC 9(6)V99.
