               88 COTACAO-ABERTA VALUE "A".
               88 COTACAO-CONVERTIDA VALUE "C".
               88 COTACAO-EXPIRADA VALUE "E".
      *    de onde veio COTACAO-PRECO-UNITARIO: "O" oficial, "C"
      *    preco de contrato do cliente, "D" desconto geral do
      *    cliente (PDCONTRATO); em branco nas cotacoes anteriores
      *    ao contrato de precos, todas pelo preco oficial.
           05 COTACAO-FONTE-PRECO PIC X.
               88 COTACAO-PRECO-OFICIAL VALUE "O" " ".
               88 COTACAO-PRECO-CONTRATO VALUE "C".
               88 COTACAO-PRECO-DESCONTO VALUE "D".
