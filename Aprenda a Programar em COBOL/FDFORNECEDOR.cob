       FD  ARQUIVO-FORNECEDORES.
       01  FORNECEDOR-REGISTRO.
      *    codigo do fornecedor, chave primaria do arquivo indexado,
      *    referenciado por PRODUTO-FORNECEDOR-CODIGO e pelos
      *    pedidos de compra.
           05 FORNECEDOR-CODIGO PIC 9(4).
           05 FORNECEDOR-NOME PIC X(30).
      *    CNPJ com os digitos verificadores conferidos pelo
      *    VALIDA-CNPJ (PDVALIDACNPJ) na digitacao.
           05 FORNECEDOR-CNPJ PIC 9(14).
           05 FORNECEDOR-CONTATO PIC X(20).
           05 FORNECEDOR-TELEFONE PIC X(10).
           05 FORNECEDOR-EMAIL PIC X(30).
      *    prazo de entrega combinado, em dias uteis a partir da
      *    emissao do pedido de compra - e dele que sai a data
      *    prevista que o PROG235 cobra como atrasada.
           05 FORNECEDOR-PRAZO-ENTREGA PIC 9(3).
      *    "A" ativo, "I" inativo - fornecedor inativo nao recebe
      *    pedido de compra novo.
           05 FORNECEDOR-SITUACAO PIC X.
               88 FORNECEDOR-ATIVO VALUE "A".
               88 FORNECEDOR-INATIVO VALUE "I".
      *    conta para o credito dos pagamentos do contas a pagar
      *    (PROG237), no mesmo formato da conta do funcionario na
      *    remessa da folha. Fornecedor sem banco nao entra na
      *    rodada de pagamento.
           05 FORNECEDOR-BANCO-CODIGO PIC 9(3).
           05 FORNECEDOR-AGENCIA PIC 9(4).
           05 FORNECEDOR-CONTA PIC X(10).
