      *    funcionario com "R", obrigando a correcao na proxima
      *    sessao do PROG37, e sai na lista de repagamento - em vez
      *    de se descobrir a devolucao quando o funcionario
      *    reclama. Cada credito devolvido tambem vai para
      *    salarios_banco.dat, onde a conciliacao bancaria do
      *    PROG266 o casa com o extrato.
      *    Com a janela batch noturna no ar (trava do PROG177) a
      *    atualizacao e recusada logo na entrada.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY "SBFUNCIONARIO.cob".
           COPY "SBEXECUCAO.cob".
           COPY "SBSALBANCO.cob".
           SELECT RELATORIO-REPAGAMENTO
               ASSIGN TO "REPAGAMENTOS.LST"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY "SBJANELA.cob".
       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-RETORNO-SALARIOS.

           COPY "FDFUNCIONARIO.cob".
           COPY "FDEXECUCAO.cob".
           COPY "FDSALBANCO.cob".

       FD  RELATORIO-REPAGAMENTO.
       01  LINHA-REPAGAMENTO PIC X(80).
           COPY "FDJANELA.cob".

       WORKING-STORAGE SECTION.
           COPY "WSJANELA.cob".
      *    inicio da rodada, guardado para o registro do log
      *    central de execucoes.
       77  EXECUCAO-DATA-INICIO PIC 9(8).
       77  EXECUCAO-HORA-INICIO PIC 9(8).
       77  FINAL-ARQUIVO PIC X.
       77  DATA-DE-HOJE PIC 9(8).
       77  FIM-FUNCIONARIOS PIC X.
       77  FUNCIONARIO-ACHADO PIC X.
       77  TOTAL-LIDOS PIC 9(6).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
      *    com a janela batch no ar a atualizacao fica parada - a
      *    trava e do orquestrador PROG177.
           MOVE "PROG151" TO JANELA-PROGRAMA.
           PERFORM CONFERE-JANELA-BATCH.
           IF JANELA-BLOQUEIO = "S"
               GOBACK.

           ACCEPT EXECUCAO-DATA-INICIO FROM DATE YYYYMMDD.
           ACCEPT EXECUCAO-HORA-INICIO FROM TIME.
           ACCEPT DATA-DE-HOJE FROM DATE YYYYMMDD.

           OPEN INPUT ARQUIVO-RETORNO-SALARIOS.
           OPEN I-O ARQUIVO-FUNCIONARIO.
           OPEN OUTPUT RELATORIO-REPAGAMENTO.
           OPEN EXTEND ARQUIVO-SALARIOS-BANCO.

           MOVE ZEROS TO TOTAL-LIDOS.
           MOVE ZEROS TO TOTAL-EFETIVADOS.
           CLOSE ARQUIVO-RETORNO-SALARIOS.
           CLOSE ARQUIVO-FUNCIONARIO.
           CLOSE RELATORIO-REPAGAMENTO.
           CLOSE ARQUIVO-SALARIOS-BANCO.

           DISPLAY "Retorno da remessa processado".
           DISPLAY "Linhas lidas.........: " TOTAL-LIDOS.
           PERFORM LEIA-PROXIMO-RETORNO.

       TRATA-DEVOLUCAO.
           PERFORM GRAVA-SALARIO-DEVOLVIDO.
           PERFORM LOCALIZA-FUNCIONARIO-PELA-CONTA.

           IF FUNCIONARIO-ACHADO = "S"
               MOVE LINHA-SEM-DONO TO LINHA-REPAGAMENTO
               WRITE LINHA-REPAGAMENTO.

      *    o valor devolvido volta para a conta da empresa - com ou
      *    sem funcionario dono da conta, e um lancamento que a
      *    conciliacao bancaria do PROG266 espera no extrato.
       GRAVA-SALARIO-DEVOLVIDO.
           MOVE "D" TO SALBCO-TIPO.
           MOVE DATA-DE-HOJE TO SALBCO-DATA.
           MOVE ZEROS TO SALBCO-COMPETENCIA.
           MOVE RETSAL-CONTA TO SALBCO-CONTA.
           MOVE 1 TO SALBCO-QTD-CREDITOS.
           MOVE RETSAL-VALOR TO SALBCO-VALOR.
           WRITE SALARIO-BANCO-REGISTRO.

       LOCALIZA-FUNCIONARIO-PELA-CONTA.
      *    a remessa sai pela conta - o cadastro e varrido ate a
      *    primeira conta igual, como o casamento do extrato de

           WRITE EXECUCAO-REGISTRO.
           CLOSE ARQUIVO-EXECUCOES.
           COPY "PDJANELA.cob".
