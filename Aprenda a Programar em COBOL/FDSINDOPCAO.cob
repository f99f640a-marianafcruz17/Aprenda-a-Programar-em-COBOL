       FD  ARQUIVO-SIND-OPCOES.
       01  SIND-OPCAO-REGISTRO.
      *    carta de oposicao do funcionario a contribuicao
      *    sindical (PROG192). Sem registro, ou com a oposicao
      *    retirada, a folha do PROG54 desconta normalmente.
           05 SINDOPC-FUNCIONARIO-CODIGO PIC 9(4).
           05 SINDOPC-OPCAO PIC X.
               88 SINDOPC-OPOSICAO VALUE "O".
               88 SINDOPC-CONTRIBUINTE VALUE "C".
           05 SINDOPC-DATA PIC 9(8).
