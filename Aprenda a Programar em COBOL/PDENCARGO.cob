      *    paragrafos partilhados dos encargos de atraso do contas a
      *    receber - a mesma multa e os mesmos juros de mora no
      *    caixa (PROG122) e na baixa do banco (PROG124).
       CARREGA-TAXAS-ENCARGO.
      *    multa em percentual (2,00 = 2%) e juros diarios em
      *    centesimos de percentual (3,33 = 0,0333% ao dia), porque
      *    o valor do parametro so guarda duas casas.
           PERFORM CARREGA-PARAMETROS.

           MOVE "PERC-MULTA-ATRASO" TO PARAM-BUSCA-CHAVE.
           PERFORM BUSCA-PARAMETRO.
           IF PARAM-ACHADO = "S"
               COMPUTE CALCENC-TAXA-MULTA = PARAM-VALOR-LIDO / 100.

           MOVE "PERC-JUROS-DIA-X100" TO PARAM-BUSCA-CHAVE.
           PERFORM BUSCA-PARAMETRO.
           IF PARAM-ACHADO = "S"
               COMPUTE CALCENC-TAXA-JUROS-DIA =
                   PARAM-VALOR-LIDO / 10000.

       CALCULA-ENCARGOS.
           MOVE ZEROS TO CALCENC-MULTA.
           MOVE ZEROS TO CALCENC-JUROS.
           MOVE ZEROS TO CALCENC-TOTAL.

           MOVE CALCENC-VENCIMENTO TO CALCDIAS-DATA.
           PERFORM CONVERTE-DATA-EM-DIAS.
           MOVE CALCDIAS-TOTAL TO CALCENC-DIAS-VENCIMENTO.

           MOVE CALCENC-PAGAMENTO TO CALCDIAS-DATA.
           PERFORM CONVERTE-DATA-EM-DIAS.
           COMPUTE CALCENC-DIAS =
               CALCDIAS-TOTAL - CALCENC-DIAS-VENCIMENTO.

           IF CALCENC-DIAS > ZEROS
               COMPUTE CALCENC-MULTA ROUNDED =
                   CALCENC-VALOR-BASE * CALCENC-TAXA-MULTA
               COMPUTE CALCENC-JUROS ROUNDED =
                   CALCENC-VALOR-BASE * CALCENC-TAXA-JUROS-DIA *
                   CALCENC-DIAS
               COMPUTE CALCENC-TOTAL =
                   CALCENC-MULTA + CALCENC-JUROS
           ELSE
               MOVE ZEROS TO CALCENC-DIAS.

       GRAVA-ENCARGO.
      *    o programa monta o registro; aqui so se acha a
      *    sequencia livre da fatura.
           MOVE "N" TO CALCENC-GRAVADO.
           MOVE ZEROS TO ENC-SEQUENCIA.
           PERFORM TENTA-GRAVAR-ENCARGO
               UNTIL CALCENC-GRAVADO = "S" OR
                   ENC-SEQUENCIA = 99.

       TENTA-GRAVAR-ENCARGO.
           ADD 1 TO ENC-SEQUENCIA.

           WRITE ENCARGO-REGISTRO
               INVALID KEY
                   MOVE "N" TO CALCENC-GRAVADO
               NOT INVALID KEY
                   MOVE "S" TO CALCENC-GRAVADO.
