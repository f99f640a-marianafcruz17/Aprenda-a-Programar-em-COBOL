      *    area de trabalho do paragrafo partilhado GRAVA-TAREFA-
      *    NOVA (COPY "PDTAREFANOVA.cob") - o programa monta o
      *    TAREFA-REGISTRO inteiro (funcionario e data na chave),
      *    abre ARQUIVO-TAREFAS em I-O e faz o PERFORM; o
      *    paragrafo acha a sequencia livre do dia e devolve
      *    TAREFANOVA-GRAVADA = "S" ou "N" (dia lotado).
       77  TAREFANOVA-GRAVADA PIC X.
