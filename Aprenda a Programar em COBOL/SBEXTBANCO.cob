      *    extrato da conta corrente da empresa, na largura fixa
      *    que o banco entrega - um arquivo por extrato recebido.
           SELECT ARQUIVO-EXTRATO-BANCO
               ASSIGN TO "extrato_bancario.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
