       FD  ARQUIVO-KITS.
       01  KIT-REGISTRO.
      *    estrutura do kit - um registro por componente, com o
      *    produto kit na frente da chave para os componentes de
      *    um mesmo kit sairem juntos. O kit e vendido, cotado e
      *    faturado como uma linha so, pelo preco do proprio
      *    produto; quem anda no deposito sao os componentes.
           05 KIT-CHAVE.
               10 KIT-PRODUTO-CODIGO PIC 9(4).
               10 KIT-COMPONENTE-CODIGO PIC 9(4).
      *    quantas unidades do componente vao em um kit.
           05 KIT-QUANTIDADE PIC 9(4).
           05 KIT-OPERADOR PIC X(10).
           05 KIT-DATA-CADASTRO PIC 9(8).
