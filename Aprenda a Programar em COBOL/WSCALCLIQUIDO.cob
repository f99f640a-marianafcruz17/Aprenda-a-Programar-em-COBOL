      *    area de trabalho dos paragrafos partilhados CARREGA-
      *    CALCULO-LIQUIDO e CALCULA-LIQUIDO (COPY
      *    "PDCALCLIQUIDO.cob") - a calculadora de proposta do
      *    PROG163, usada tambem na oferta ao candidato do PROG213.
      *    O programa inclui ainda WSTABIMPOSTO/WSPARAMETRO (e os
      *    PD correspondentes), PERFORM CARREGA-CALCULO-LIQUIDO uma
      *    vez na partida e, para cada conta, monta
      *    CALCLIQ-SALARIO e CALCLIQ-DEPENDENTES e le o resultado
      *    em CALCLIQ-LIQUIDO.
      *    mesmos percentuais de contingencia e deducao por
      *    dependente do PROG54, para a proposta bater com a folha
      *    real - a deducao tambem sai do arquivo central de
      *    parametros (PROG176) quando existe, como na folha.
       01  CALCLIQ-CAMPOS.
           05 CALCLIQ-TAXA-INSS PIC V99 VALUE .09.
           05 CALCLIQ-TAXA-IRRF PIC V99 VALUE .07.
           05 CALCLIQ-DEDUCAO-DEPENDENTE PIC 9(3)V99 VALUE 189.59.
           05 CALCLIQ-DATA PIC 9(8).
           05 CALCLIQ-SALARIO PIC 9(6)V99.
           05 CALCLIQ-DEPENDENTES PIC 9(2).
           05 CALCLIQ-BASE-IRRF PIC S9(6)V99.
           05 CALCLIQ-INSS PIC 9(6)V99.
           05 CALCLIQ-IRRF PIC 9(6)V99.
           05 CALCLIQ-DESCONTOS PIC 9(6)V99.
           05 CALCLIQ-LIQUIDO PIC 9(6)V99.
