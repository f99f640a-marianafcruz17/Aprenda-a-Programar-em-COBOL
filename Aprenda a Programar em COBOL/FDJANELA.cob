       FD  ARQUIVO-JANELA.
       01  JANELA-REGISTRO.
      *    registro unico de situacao do sistema - o orquestrador
      *    PROG177 marca a janela batch aberta ao comecar e fechada
      *    ao terminar; enquanto aberta, os programas de
      *    atualizacao online recusam o servico (consulta segue).
      *    Trava que sobra aberta de uma rodada abortada sai no
      *    resumo matinal do PROG118.
           05 JANELA-SITUACAO PIC X.
               88 JANELA-ABERTA VALUE "A".
               88 JANELA-FECHADA VALUE "F" SPACE.
           05 JANELA-DATA-ABERTURA PIC 9(8).
           05 JANELA-HORA-ABERTURA PIC 9(8).
      *    passo que o orquestrador esta rodando - o proprio passo
      *    nao e barrado pela trava.
           05 JANELA-PASSO PIC X(8).
           05 JANELA-DATA-FECHAMENTO PIC 9(8).
           05 JANELA-HORA-FECHAMENTO PIC 9(8).
      *    administrador que liberou a trava na mao (emergencia ou
      *    rodada abortada); espacos quando a janela fechou
      *    sozinha.
           05 JANELA-LIBERADA-POR PIC X(10).
