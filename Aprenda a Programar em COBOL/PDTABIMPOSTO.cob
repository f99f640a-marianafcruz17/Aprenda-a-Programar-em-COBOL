      *    depois para carregar as faixas dessa vigencia) e
      *    CALCULA-INSS-TABELA / CALCULA-IRRF-TABELA aplicam a faixa
      *    em que TABIMP-SALARIO-CALC cai: salario vezes a aliquota,
      *    menos a parcela a deduzir. CALCULA-PLR-TABELA faz o mesmo
      *    com a tabela exclusiva da participacao nos lucros.
       CARREGA-TABELA-IMPOSTOS.
           MOVE ZEROS TO TABIMP-QTD-INSS.
           MOVE ZEROS TO TABIMP-QTD-IRRF.
           MOVE ZEROS TO TABIMP-QTD-PLR.
           MOVE ZEROS TO TABIMP-VIGENCIA-INSS.
           MOVE ZEROS TO TABIMP-VIGENCIA-IRRF.
           MOVE ZEROS TO TABIMP-VIGENCIA-PLR.

           OPEN INPUT ARQUIVO-TABELA-IMPOSTOS.
           MOVE "N" TO TABIMP-FIM-ARQUIVO.
               TABIMP-DATA-VIGENCIA > TABIMP-VIGENCIA-IRRF
               MOVE TABIMP-DATA-VIGENCIA TO TABIMP-VIGENCIA-IRRF.

           IF TABIMP-TIPO = "P" AND
               TABIMP-DATA-VIGENCIA <= TABIMP-DATA-CALCULO AND
               TABIMP-DATA-VIGENCIA > TABIMP-VIGENCIA-PLR
               MOVE TABIMP-DATA-VIGENCIA TO TABIMP-VIGENCIA-PLR.

           PERFORM LEIA-PROXIMA-FAIXA-IMPOSTO.

       GUARDA-FAIXA-IMPOSTO.
               MOVE TABIMP-PARCELA-DEDUZIR TO
                   TABIRRF-PARCELA (TABIMP-QTD-IRRF).

           IF TABIMP-TIPO = "P" AND
               TABIMP-DATA-VIGENCIA = TABIMP-VIGENCIA-PLR AND
               TABIMP-VIGENCIA-PLR > ZEROS AND
               TABIMP-QTD-PLR < 10
               ADD 1 TO TABIMP-QTD-PLR
               MOVE TABIMP-FAIXA-INICIO TO
                   TABPLR-INICIO (TABIMP-QTD-PLR)
               MOVE TABIMP-FAIXA-FIM TO
                   TABPLR-FIM (TABIMP-QTD-PLR)
               MOVE TABIMP-ALIQUOTA TO
                   TABPLR-ALIQUOTA (TABIMP-QTD-PLR)
               MOVE TABIMP-PARCELA-DEDUZIR TO
                   TABPLR-PARCELA (TABIMP-QTD-PLR).

           PERFORM LEIA-PROXIMA-FAIXA-IMPOSTO.

       CALCULA-INSS-TABELA.
               MOVE TABIMP-INDICE TO TABIMP-ESCOLHIDA
               MOVE TABIRRF-INICIO (TABIMP-INDICE) TO
                   TABIMP-MAIOR-INICIO.

       CALCULA-PLR-TABELA.
      *    mesma escolha de faixa, na tabela exclusiva da PLR.
           MOVE ZEROS TO TABIMP-ESCOLHIDA.
           MOVE ZEROS TO TABIMP-MAIOR-INICIO.
           MOVE ZEROS TO TABIMP-INDICE.
           PERFORM ESCOLHE-FAIXA-PLR
               TABIMP-QTD-PLR TIMES.

           IF TABIMP-ESCOLHIDA = ZEROS
               MOVE ZEROS TO TABIMP-DESCONTO-CALC
           ELSE
               COMPUTE TABIMP-DESCONTO-CALC ROUNDED =
                   (TABIMP-SALARIO-CALC *
                    TABPLR-ALIQUOTA (TABIMP-ESCOLHIDA) / 100) -
                   TABPLR-PARCELA (TABIMP-ESCOLHIDA).

           IF TABIMP-DESCONTO-CALC < ZEROS
               MOVE ZEROS TO TABIMP-DESCONTO-CALC.

       ESCOLHE-FAIXA-PLR.
           ADD 1 TO TABIMP-INDICE.

           IF TABPLR-INICIO (TABIMP-INDICE) <=
               TABIMP-SALARIO-CALC AND
               (TABIMP-ESCOLHIDA = ZEROS OR
                TABPLR-INICIO (TABIMP-INDICE) >
                    TABIMP-MAIOR-INICIO)
               MOVE TABIMP-INDICE TO TABIMP-ESCOLHIDA
               MOVE TABPLR-INICIO (TABIMP-INDICE) TO
                   TABIMP-MAIOR-INICIO.
