      *    paragrafo partilhado que diz se um lancamento de vendas
      *    ou de contas a receber cai num mes ja fechado - mes sem
      *    registro em periodos_venda.dat ou reaberto esta livre.
       CONFERE-PERIODO-VENDA.
           MOVE "N" TO PERVEN-BLOQUEADO.
           MOVE PERVEN-MES-LANCAMENTO TO PERVEN-ANO-MES.

           READ ARQUIVO-PERIODOS-VENDA RECORD
               INVALID KEY
                   MOVE "A" TO PERVEN-SITUACAO.

           IF PERVEN-FECHADO
               MOVE "S" TO PERVEN-BLOQUEADO.

      *    para os lancamentos de terminal, que saem todos com a
      *    data de hoje - abre e fecha o controle sozinho.
       CONFERE-MES-DE-HOJE.
           OPEN INPUT ARQUIVO-PERIODOS-VENDA.
           ACCEPT PERVEN-DATA-LANCAMENTO FROM DATE YYYYMMDD.
           PERFORM CONFERE-PERIODO-VENDA.
           CLOSE ARQUIVO-PERIODOS-VENDA.
