      *    paragrafos partilhados do plano de saude - a folha do
      *    PROG54 e a conferencia da fatura do PROG187 precisam
      *    chegar ao mesmo preco da vida, senao toda coparticipacao
      *    vira diferenca na conferencia.
       CONFERE-ADESAO-VIGENTE.
      *    nao ha pro-rata: o mes da adesao e o do cancelamento
      *    contam inteiros, como a operadora fatura.
           MOVE "N" TO PLANOCALC-VIGENTE.
           COMPUTE PLANOCALC-MES-INICIO = ADESAO-DATA-INICIO / 100.
           COMPUTE PLANOCALC-MES-FIM = ADESAO-DATA-FIM / 100.

           IF PLANOCALC-MES-INICIO <= PLANOCALC-COMPETENCIA
               IF ADESAO-ATIVA
                   MOVE "S" TO PLANOCALC-VIGENTE
               ELSE
                   IF PLANOCALC-MES-FIM >= PLANOCALC-COMPETENCIA
                       MOVE "S" TO PLANOCALC-VIGENTE.

       BUSCA-PRECO-DA-VIDA.
      *    idade completa no primeiro dia da competencia - a conta
      *    em AAAAMMDD da os anos direto na parte inteira, como a
      *    idade limite do PROG164. O START NOT LESS THAN posiciona
      *    na primeira faixa que alcanca a idade.
           MOVE ZEROS TO PLANOCALC-PRECO.
           MOVE "S" TO PLANOCALC-ENCONTRADO.

           IF PLANOCALC-NASCIMENTO = ZEROS OR
               PLANOCALC-NASCIMENTO > PLANOCALC-COMPETENCIA * 100 + 1
               MOVE ZEROS TO PLANOCALC-IDADE
           ELSE
               COMPUTE PLANOCALC-IDADE =
                   (PLANOCALC-COMPETENCIA * 100 + 1 -
                    PLANOCALC-NASCIMENTO) / 10000.

           MOVE PLANOCALC-PLANO TO FAIXA-PLANO-CODIGO.
           MOVE PLANOCALC-IDADE TO FAIXA-IDADE-ATE.

           START ARQUIVO-FAIXAS-PLANO
               KEY IS NOT LESS THAN FAIXA-PLANO-CHAVE
               INVALID KEY
                   MOVE "N" TO PLANOCALC-ENCONTRADO.

           IF PLANOCALC-ENCONTRADO = "S"
               READ ARQUIVO-FAIXAS-PLANO NEXT RECORD
                   AT END
                       MOVE "N" TO PLANOCALC-ENCONTRADO.

           IF PLANOCALC-ENCONTRADO = "S"
               IF FAIXA-PLANO-CODIGO = PLANOCALC-PLANO
                   MOVE FAIXA-PRECO TO PLANOCALC-PRECO
               ELSE
                   MOVE "N" TO PLANOCALC-ENCONTRADO.
