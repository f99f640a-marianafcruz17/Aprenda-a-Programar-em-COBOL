       FD  ARQUIVO-BENS.
       01  BEM-REGISTRO.
      *    patrimonio da empresa entregue aos funcionarios -
      *    notebook, celular, cracha, ferramenta. Cadastrado no
      *    PROG210; a entrega e a devolucao sao pelo PROG211, que
      *    grava cada movimento em custodias.dat. O numero da
      *    plaqueta colada no bem e a chave.
           05 BEM-PLAQUETA PIC X(10).
      *    "N" notebook, "C" celular, "R" cracha, "F" ferramenta,
      *    "O" outros.
           05 BEM-TIPO PIC X.
               88 BEM-NOTEBOOK VALUE "N".
               88 BEM-CELULAR VALUE "C".
               88 BEM-CRACHA VALUE "R".
               88 BEM-FERRAMENTA VALUE "F".
               88 BEM-OUTROS VALUE "O".
               88 BEM-TIPO-VALIDO VALUE "N" "C" "R" "F" "O".
           05 BEM-DESCRICAO PIC X(30).
      *    valor de reposicao - e o que a rescisao do PROG38
      *    oferece descontar quando o bem nao volta.
           05 BEM-VALOR PIC 9(6)V99.
      *    "D" disponivel no estoque, "C" em custodia de um
      *    funcionario, "B" baixado (perdido, descontado na
      *    rescisao ou descartado).
           05 BEM-SITUACAO PIC X.
               88 BEM-DISPONIVEL VALUE "D".
               88 BEM-EM-CUSTODIA VALUE "C".
               88 BEM-BAIXADO VALUE "B".
      *    quem esta com o bem e desde quando - zeros quando
      *    disponivel ou baixado.
           05 BEM-FUNCIONARIO-CODIGO PIC 9(4).
           05 BEM-DATA-CUSTODIA PIC 9(8).
           05 BEM-DATA-CADASTRO PIC 9(8).
