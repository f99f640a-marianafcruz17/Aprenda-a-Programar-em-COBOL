      *    quem nunca foi avaliado entra pelo proximo aniversario
      *    de admissao, na mesma aritmetica do PROG78. Vencidas e
      *    as que vencem em 30 dias saem na lista do gestor
      *    (FUNCIONARIO-GESTOR-CODIGO). A saida e carimbada
      *    (AVALPEND_AAAAMMDD_NNN.LST) e cada gestor e marcado no
      *    mapa de secoes, para o PROG262 entregar a cada um so a
      *    sua lista.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBFUNCIONARIO.cob".
           COPY "SBAVALIACAO.cob".
           COPY "SBIMPRESSAO.cob".
           COPY "SBSECAO.cob".
           SELECT ARQUIVO-ORDENACAO
               ASSIGN TO "AVALSORT.TMP".
           SELECT RELATORIO-PENDENTES
               ASSIGN TO SAIDAAVALPEND
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           COPY "FDFUNCIONARIO.cob".
           COPY "FDAVALIACAO.cob".
           COPY "FDIMPRESSAO.cob".
           COPY "FDSECAO.cob".

       SD  ARQUIVO-ORDENACAO.
       01  ORDENACAO-REGISTRO.

       WORKING-STORAGE SECTION.
           COPY "WSCALCDIAS.cob".
           COPY "WSIMPRESSAO.cob".
           COPY "WSSECAO.cob".
       77  FINAL-ARQUIVO PIC X.
       77  FIM-AVALIACOES PIC X.
       77  PRIMEIRA-LEITURA PIC X.

           MOVE ZEROS TO QTD-PENDENTES.

      *    carimba a saida da rodada antes do OPEN.
           MOVE "PROG172" TO IMPRESSAO-PROGRAMA.
           MOVE "AVALPEND" TO IMPRESSAO-PREFIXO.
           MOVE "SAIDAAVALPEND" TO IMPRESSAO-VARIAVEL.
           PERFORM MONTA-NOME-RELATORIO.

           SORT ARQUIVO-ORDENACAO
               ON ASCENDING KEY ORD-GESTOR
               ON ASCENDING KEY ORD-DATA-PREVISTA
           CLOSE ARQUIVO-FUNCIONARIO.
           CLOSE ARQUIVO-AVALIACOES.

           PERFORM GRAVA-INDICE-IMPRESSAO.

           DISPLAY "Lista gravada em " IMPRESSAO-NOME.
           DISPLAY "Avaliacoes pendentes: " QTD-PENDENTES.
       PROGRAM-DONE.
      *    GOBACK devolve o controle ao menu quando chamado pelo

       GERA-RELATORIO.
           OPEN OUTPUT RELATORIO-PENDENTES.
           OPEN EXTEND ARQUIVO-SECOES.
           MOVE "S" TO PRIMEIRA-LEITURA.

           MOVE SPACES TO LINHA-RELATORIO.
           MOVE CABECALHO-TITULO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD 1 TO IMPRESSAO-LINHAS.

           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LEIA-PROXIMO-ORDENADO.
           PERFORM PROCESSA-REGISTROS
               UNTIL FINAL-ARQUIVO = "S".

      *    a contagem do rodape e do relatorio inteiro.
           MOVE "R" TO SECAO-MARCA-TIPO.
           MOVE ZEROS TO SECAO-MARCA-CHAVE.
           PERFORM MARCA-SECAO-RELATORIO.

           PERFORM ESCREVE-RODAPE.
           CLOSE RELATORIO-PENDENTES.
           CLOSE ARQUIVO-SECOES.

       LEIA-PROXIMO-ORDENADO.
           RETURN ARQUIVO-ORDENACAO RECORD AT END
           PERFORM LEIA-PROXIMO-ORDENADO.

       COMECA-GESTOR.
           MOVE "G" TO SECAO-MARCA-TIPO.
           MOVE GESTOR-ATUAL TO SECAO-MARCA-CHAVE.
           PERFORM MARCA-SECAO-RELATORIO.

           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD 1 TO IMPRESSAO-LINHAS.

           MOVE GESTOR-ATUAL TO LG-CODIGO.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-GESTOR TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD 1 TO IMPRESSAO-LINHAS.

       ESCREVE-DETALHE.
           ADD 1 TO QTD-PENDENTES.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-DETALHE TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD 1 TO IMPRESSAO-LINHAS.

       ESCREVE-RODAPE.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD 1 TO IMPRESSAO-LINHAS.

           MOVE QTD-PENDENTES TO ROD-QTD.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-RODAPE TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD 1 TO IMPRESSAO-LINHAS.

           COPY "PDCALCDIAS.cob".
           COPY "PDIMPRESSAO.cob".
           COPY "PDSECAO.cob".
