      *    area de trabalho do paragrafo partilhado CONFERE-
      *    PERIODO-VENDA (COPY "PDPERVENDA.cob") - o programa que
      *    inclui este copybook precisa ter ARQUIVO-PERIODOS-VENDA
      *    (SBPERVENDA/FDPERVENDA) aberto para leitura. Monta em
      *    PERVEN-DATA-LANCAMENTO a data do lancamento antes do
      *    PERFORM e le em PERVEN-BLOQUEADO "S" quando o mes dela ja
      *    foi fechado pelo PROG263. CONFERE-MES-DE-HOJE faz o mesmo
      *    para a data de hoje, abrindo e fechando o arquivo.
       01  PERVEN-CONSULTA.
           05 PERVEN-DATA-LANCAMENTO PIC 9(8).
           05 FILLER REDEFINES PERVEN-DATA-LANCAMENTO.
               10 PERVEN-MES-LANCAMENTO PIC 9(6).
               10 FILLER PIC 9(2).
           05 PERVEN-BLOQUEADO PIC X.
