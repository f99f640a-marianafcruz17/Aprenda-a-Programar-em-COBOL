       FD  ARQUIVO-EVENTOS.
       01  EVENTO-REGISTRO.
      *    controle dos eventos de RH informados ao governo - um
      *    registro por evento gerado pelo PROG195 (admissao,
      *    alteracao salarial, afastamento, retorno e
      *    desligamento), com o que foi enviado, quando e quantas
      *    vezes, e o retorno carregado pelo PROG196 (recibo do
      *    aceito, erro do rejeitado).
           05 EVT-NUMERO PIC 9(8).
      *    origem do evento: o fato que o gerou, como esta na
      *    trilha de auditoria, em afastamentos.dat ou em
      *    funcionarios_excluidos.dat. A hora so existe para os
      *    fatos da auditoria (zeros nos demais).
           05 EVT-ORIGEM.
               10 EVT-FUNCIONARIO-CODIGO PIC 9(4).
               10 EVT-TIPO PIC X(3).
                   88 EVT-ADMISSAO VALUE "ADM".
                   88 EVT-ALTERACAO-SALARIAL VALUE "SAL".
                   88 EVT-AFASTAMENTO VALUE "AFA".
                   88 EVT-RETORNO VALUE "RET".
                   88 EVT-DESLIGAMENTO VALUE "DES".
               10 EVT-DATA-FATO PIC 9(8).
               10 EVT-HORA-FATO PIC 9(8).
      *    conteudo enviado: CPF do funcionario e o antes/depois
      *    do fato (salario antigo e novo, motivo e retorno
      *    previsto do afastamento, motivo do desligamento).
           05 EVT-CPF PIC 9(11).
           05 EVT-INFO-ANTES PIC X(30).
           05 EVT-INFO-DEPOIS PIC X(30).
      *    "E" enviado, aguardando retorno; "A" aceito (com
      *    recibo); "R" rejeitado (com o erro); "P" corrigido e
      *    liberado pelo PROG196 para reenvio na proxima rodada.
           05 EVT-SITUACAO PIC X.
               88 EVT-ENVIADO VALUE "E".
               88 EVT-ACEITO VALUE "A".
               88 EVT-REJEITADO VALUE "R".
               88 EVT-A-REENVIAR VALUE "P".
           05 EVT-DATA-ENVIO PIC 9(8).
           05 EVT-QTD-ENVIOS PIC 9(2).
           05 EVT-DATA-RETORNO PIC 9(8).
           05 EVT-RECIBO PIC X(20).
           05 EVT-ERRO-CODIGO PIC X(6).
           05 EVT-ERRO-MENSAGEM PIC X(40).
