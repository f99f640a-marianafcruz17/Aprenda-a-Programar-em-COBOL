      *    area de trabalho do paragrafo partilhado BUSCA-PRECO-
      *    CONTRATO (COPY "PDCONTRATO.cob") - o programa monta
      *    cliente, produto, data e o preco oficial ja apurado
      *    (tabela datada ou PRODUTO-PRECO) antes do PERFORM, e le
      *    o preco a usar em CONTRATO-PRECO-FINAL com a origem em
      *    CONTRATO-FONTE: "O" oficial, "C" preco de contrato do
      *    produto, "D" desconto geral do cliente.
       01  CONTRATO-CAMPOS.
           05 CONTRATO-CLIENTE-BUSCA PIC 9(4).
           05 CONTRATO-PRODUTO-BUSCA PIC 9(4).
           05 CONTRATO-DATA-BUSCA PIC 9(8).
           05 CONTRATO-PRECO-OFICIAL PIC 9(6)V99.
           05 CONTRATO-PRECO-FINAL PIC 9(6)V99.
           05 CONTRATO-FONTE PIC X.
               88 CONTRATO-FONTE-OFICIAL VALUE "O".
               88 CONTRATO-FONTE-CONTRATO VALUE "C".
               88 CONTRATO-FONTE-DESCONTO VALUE "D".
           05 CONTRATO-FONTE-DESCRICAO PIC X(16).
           05 CONTRATO-PRODUTO-ALVO PIC 9(4).
           05 CONTRATO-VIGENTE PIC X.
