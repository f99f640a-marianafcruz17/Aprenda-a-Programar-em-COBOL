       FD  ARQUIVO-REEMBOLSOS.
       01  REEMBOLSO-REGISTRO.
      *    despesa de viagem/refeicao a reembolsar, uma linha por
      *    comprovante - separada dos adiantamentos (PROG56), que
      *    deixam de servir de conta de passagem. Lancada no
      *    PROG206, aprovada pelo gestor no PROG207, conferida por
      *    quem tem o perfil de folha no PROG208 e paga pelo PROG54
      *    na folha seguinte, fora do bruto tributavel. Varios
      *    comprovantes do mesmo dia ganham sequencias 01, 02...
           05 REEMB-CHAVE.
               10 REEMB-FUNCIONARIO-CODIGO PIC 9(4).
               10 REEMB-DATA PIC 9(8).
               10 REEMB-SEQUENCIA PIC 9(2).
      *    "T" transporte/passagem, "H" hospedagem, "R" refeicao,
      *    "K" quilometragem com veiculo proprio, "O" outras.
           05 REEMB-CATEGORIA PIC X.
               88 REEMB-TRANSPORTE VALUE "T".
               88 REEMB-HOSPEDAGEM VALUE "H".
               88 REEMB-REFEICAO VALUE "R".
               88 REEMB-QUILOMETRAGEM VALUE "K".
               88 REEMB-OUTRAS VALUE "O".
               88 REEMB-CATEGORIA-VALIDA VALUE "T" "H" "R" "K" "O".
      *    numero do documento e estabelecimento do comprovante.
           05 REEMB-DESCRICAO PIC X(30).
           05 REEMB-VALOR PIC 9(6)V99.
      *    centro de custo que arca com a despesa - por padrao o
      *    do departamento do funcionario, mas a viagem pode ser a
      *    servico de outro centro. E por ele que a despesa entra
      *    no lancamento contabil do PROG150.
           05 REEMB-CENTRO-CUSTO PIC 9(4).
      *    gestor do funcionario no lancamento, quem aprova.
           05 REEMB-GESTOR-CODIGO PIC 9(4).
      *    "P" aguarda o gestor, "G" aprovado pelo gestor (aguarda
      *    a conferencia da folha), "L" liberado para pagamento,
      *    "Q" quitado na folha, "R" rejeitado.
           05 REEMB-SITUACAO PIC X.
               88 REEMB-PENDENTE VALUE "P".
               88 REEMB-APROVADO-GESTOR VALUE "G".
               88 REEMB-LIBERADO VALUE "L".
               88 REEMB-QUITADO VALUE "Q".
               88 REEMB-REJEITADO VALUE "R".
           05 REEMB-DATA-PEDIDO PIC 9(8).
           05 REEMB-OPERADOR-PEDIDO PIC X(10).
           05 REEMB-DATA-GESTOR PIC 9(8).
           05 REEMB-OPERADOR-GESTOR PIC X(10).
           05 REEMB-DATA-CONFERENCIA PIC 9(8).
           05 REEMB-OPERADOR-CONFERENCIA PIC X(10).
      *    motivo da rejeicao, pelo gestor ou pela conferencia.
           05 REEMB-MOTIVO-REJEICAO PIC X(30).
      *    competencia da folha que quitou o comprovante, e como o
      *    valor foi quitado: a parte compensada no saldo devedor
      *    de adiantamento do funcionario e a parte paga no
      *    liquido.
           05 REEMB-COMPETENCIA-PAGA PIC 9(6).
           05 REEMB-VALOR-COMPENSADO PIC 9(6)V99.
           05 REEMB-VALOR-PAGO PIC 9(6)V99.
