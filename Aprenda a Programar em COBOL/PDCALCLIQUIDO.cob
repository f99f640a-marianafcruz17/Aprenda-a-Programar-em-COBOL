      *    paragrafos partilhados da calculadora de liquido para
      *    proposta de emprego: as mesmas faixas progressivas de
      *    tabela_impostos.dat e a mesma deducao por dependente que
      *    o PROG54 usa na folha, sem tocar em arquivo nenhum
      *    depois da carga.
       CARREGA-CALCULO-LIQUIDO.
      *    carrega as faixas de INSS/IRRF vigentes hoje; tabela
      *    vazia cai nos percentuais fixos, como na folha.
           ACCEPT CALCLIQ-DATA FROM DATE YYYYMMDD.
           MOVE CALCLIQ-DATA TO TABIMP-DATA-CALCULO.
           PERFORM CARREGA-TABELA-IMPOSTOS.

           PERFORM CARREGA-PARAMETROS.
           MOVE "DEDUCAO-DEPENDENTE" TO PARAM-BUSCA-CHAVE.
           PERFORM BUSCA-PARAMETRO.
           IF PARAM-ACHADO = "S"
               MOVE PARAM-VALOR-LIDO TO
                   CALCLIQ-DEDUCAO-DEPENDENTE.

       CALCULA-LIQUIDO.
           IF TABIMP-QTD-INSS > ZEROS
               MOVE CALCLIQ-SALARIO TO TABIMP-SALARIO-CALC
               PERFORM CALCULA-INSS-TABELA
               MOVE TABIMP-DESCONTO-CALC TO CALCLIQ-INSS
           ELSE
               COMPUTE CALCLIQ-INSS =
                   CALCLIQ-SALARIO * CALCLIQ-TAXA-INSS.

      *    a base do IRRF abate a deducao por dependente; se a
      *    deducao engolir o salario, a base (e o imposto) e zero.
           COMPUTE CALCLIQ-BASE-IRRF =
               CALCLIQ-SALARIO -
               (CALCLIQ-DEPENDENTES * CALCLIQ-DEDUCAO-DEPENDENTE).

           IF CALCLIQ-BASE-IRRF < ZEROS
               MOVE ZEROS TO CALCLIQ-BASE-IRRF.

           IF TABIMP-QTD-IRRF > ZEROS
               MOVE CALCLIQ-BASE-IRRF TO TABIMP-SALARIO-CALC
               PERFORM CALCULA-IRRF-TABELA
               MOVE TABIMP-DESCONTO-CALC TO CALCLIQ-IRRF
           ELSE
               COMPUTE CALCLIQ-IRRF =
                   CALCLIQ-BASE-IRRF * CALCLIQ-TAXA-IRRF.

           COMPUTE CALCLIQ-DESCONTOS =
               CALCLIQ-INSS + CALCLIQ-IRRF.
           COMPUTE CALCLIQ-LIQUIDO =
               CALCLIQ-SALARIO - CALCLIQ-DESCONTOS.
