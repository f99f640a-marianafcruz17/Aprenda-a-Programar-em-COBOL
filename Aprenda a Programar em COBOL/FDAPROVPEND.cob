       FD  ARQUIVO-APROVACOES-PENDENTES.
       01  APROVACAO-PENDENTE-REGISTRO.
      *    fila de aprovacao a quatro olhos para as operacoes
      *    sensiveis: alteracao de salario (PROG37), arquivamento
      *    de funcionario (PROG38) e baixa de fatura como perda
      *    (PROG221). O primeiro operador captura a
      *    mudanca aqui sem aplicar; um segundo operador, com
      *    perfil de supervisor e diferente do primeiro, revisa o
      *    antes/depois no PROG174 e so a aprovacao aplica e
      *    audita, com os dois nomes na trilha.
           05 APEND-NUMERO PIC 9(6).
      *    "S" alteracao de salario, "E" arquivamento (exclusao),
      *    "B" baixa de fatura como perda.
           05 APEND-TIPO PIC X.
               88 APEND-TIPO-SALARIO VALUE "S".
               88 APEND-TIPO-EXCLUSAO VALUE "E".
               88 APEND-TIPO-BAIXA-PERDA VALUE "B".
           05 APEND-FUNCIONARIO-CODIGO PIC 9(4).
           05 APEND-VALOR-ANTES PIC X(30).
           05 APEND-VALOR-DEPOIS PIC X(30).
               88 APEND-REJEITADA VALUE "R".
           05 APEND-OPERADOR-DECISAO PIC X(10).
           05 APEND-DATA-DECISAO PIC 9(8).
      *    na baixa como perda, a fatura (parcela) e o codigo do
      *    motivo: "FA" falencia ou recuperacao judicial, "NL"
      *    devedor nao localizado, "PR" divida prescrita, "JU"
      *    cobranca judicial sem exito, "OU" outros (explicado em
      *    APEND-MOTIVO). Zeros e espacos nos outros tipos.
           05 APEND-FATURA-NUMERO PIC 9(6).
           05 APEND-MOTIVO-BAIXA PIC X(2).
               88 APEND-MOTIVO-BAIXA-VALIDO
                   VALUE "FA" "NL" "PR" "JU" "OU".
      *    no arquivamento, os bens nao devolvidos que o PROG38
      *    descontou no demonstrativo - a custodia so fecha como
      *    ressarcida e o bem so e baixado quando o PROG174 aprova.
           05 APEND-QTD-BENS PIC 9(2).
           05 APEND-BENS-DESCONTADOS.
               10 APEND-BEM-DESCONTADO OCCURS 10 TIMES.
                   15 APEND-BEM-PLAQUETA PIC X(10).
                   15 APEND-BEM-VALOR PIC 9(6)V99.
