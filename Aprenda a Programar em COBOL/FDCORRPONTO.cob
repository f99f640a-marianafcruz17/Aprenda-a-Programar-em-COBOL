       FD  ARQUIVO-CORRECOES-PONTO.
       01  CORRECAO-PONTO-REGISTRO.
      *    pedido de correcao de marcacao de ponto - a marcacao ja
      *    gravada em ponto.dat nao e mais reescrita na digitacao
      *    (PROG91): o pedido guarda o motivo, os horarios
      *    originais e os propostos, e so a aprovacao do gestor do
      *    funcionario (PROG204) atualiza ponto.dat e grava a
      *    auditoria. O relatorio mensal por funcionario e por
      *    gestor e o PROG205.
      *    chave: funcionario + dia da marcacao + sequencia (mais
      *    de um pedido para o mesmo dia).
           05 CORR-CHAVE.
               10 CORR-FUNCIONARIO-CODIGO PIC 9(4).
               10 CORR-DATA PIC 9(8).
               10 CORR-SEQUENCIA PIC 9(2).
      *    "E" esquecimento da batida, "F" falha do relogio, "V"
      *    visita ou servico externo, "O" outro (justificativa
      *    obrigatoria).
           05 CORR-MOTIVO PIC X.
               88 CORR-ESQUECIMENTO VALUE "E".
               88 CORR-FALHA-RELOGIO VALUE "F".
               88 CORR-SERVICO-EXTERNO VALUE "V".
               88 CORR-OUTRO-MOTIVO VALUE "O".
               88 CORR-MOTIVO-VALIDO VALUE "E" "F" "V" "O".
           05 CORR-JUSTIFICATIVA PIC X(40).
      *    "S" quando o dia ja tinha marcacao em ponto.dat; "N"
      *    quando o pedido cria a marcacao do dia inteiro.
           05 CORR-MARCACAO-EXISTIA PIC X.
      *    horarios HHMM como em ponto.dat; zeros = sem batida.
           05 CORR-ENTRADA-ORIGINAL PIC 9(4).
           05 CORR-SAIDA-ORIGINAL PIC 9(4).
           05 CORR-ENTRADA-PROPOSTA PIC 9(4).
           05 CORR-SAIDA-PROPOSTA PIC 9(4).
      *    gestor do funcionario na data do pedido - e ele quem
      *    aprova ou rejeita.
           05 CORR-GESTOR-CODIGO PIC 9(4).
      *    "P" pendente, "A" aprovada, "R" rejeitada.
           05 CORR-SITUACAO PIC X.
               88 CORR-PENDENTE VALUE "P".
               88 CORR-APROVADA VALUE "A".
               88 CORR-REJEITADA VALUE "R".
           05 CORR-DATA-PEDIDO PIC 9(8).
           05 CORR-OPERADOR-PEDIDO PIC X(10).
           05 CORR-DATA-DECISAO PIC 9(8).
           05 CORR-OPERADOR-DECISAO PIC X(10).
