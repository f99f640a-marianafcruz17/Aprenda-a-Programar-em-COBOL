       FD  ARQUIVO-CONSIGNADOS.
       01  CONSIGNADO-REGISTRO.
      *    contrato de emprestimo consignado em folha (PROG190) -
      *    a inclusao confere a margem de 35% do liquido; a folha
      *    do PROG54 desconta a parcela todo mes e o PROG191 lista
      *    o repasse por credor.
           05 CONSIG-CHAVE.
               10 CONSIG-FUNCIONARIO-CODIGO PIC 9(4).
               10 CONSIG-SEQUENCIA PIC 9(2).
           05 CONSIG-CONTRATO PIC X(20).
      *    banco credor (codigo de compensacao) e nome.
           05 CONSIG-CREDOR-CODIGO PIC 9(3).
           05 CONSIG-CREDOR-NOME PIC X(20).
           05 CONSIG-VALOR-PRINCIPAL PIC 9(7)V99.
           05 CONSIG-QTD-PARCELAS PIC 9(3).
           05 CONSIG-VALOR-PARCELA PIC 9(6)V99.
           05 CONSIG-DATA-CONTRATO PIC 9(8).
      *    competencia (AAAAMM) da primeira parcela em folha.
           05 CONSIG-PRIMEIRA-COMPETENCIA PIC 9(6).
      *    andamento: meses com desconto, soma descontada e a
      *    ultima competencia descontada (a folha nao cobra duas
      *    vezes o mesmo mes). O saldo devedor e o total das
      *    parcelas menos o descontado.
           05 CONSIG-PARCELAS-DESCONTADAS PIC 9(3).
           05 CONSIG-TOTAL-DESCONTADO PIC 9(8)V99.
           05 CONSIG-ULTIMA-COMPETENCIA PIC 9(6).
      *    "A" ativo, "Q" quitado pela folha, "C" cancelado
      *    (liquidacao antecipada ou desligamento).
           05 CONSIG-SITUACAO PIC X.
               88 CONSIG-ATIVO VALUE "A".
               88 CONSIG-QUITADO VALUE "Q".
               88 CONSIG-CANCELADO VALUE "C".
