      *    historico (a reciclagem renova o prazo), e o vencimento
      *    e a conclusao somada da validade em meses do curso.
      *    Cada gestor recebe a lista da sua area para agendar a
      *    reciclagem antes do prazo legal. A saida e carimbada
      *    (CERTIFIC_AAAAMMDD_NNN.LST) e cada departamento e
      *    marcado no mapa de secoes, para o PROG262 entregar a
      *    cada gestor so a lista da sua area.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBTREINAMENTO.cob".
           COPY "SBCURSO.cob".
           COPY "SBFUNCIONARIO.cob".
           COPY "SBIMPRESSAO.cob".
           COPY "SBSECAO.cob".
           SELECT ARQUIVO-ORDENACAO
               ASSIGN TO "CERTSORT.TMP".
           SELECT RELATORIO-CERTIFICACOES
               ASSIGN TO SAIDACERTIF
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           COPY "FDTREINAMENTO.cob".
           COPY "FDCURSO.cob".
           COPY "FDFUNCIONARIO.cob".
           COPY "FDIMPRESSAO.cob".
           COPY "FDSECAO.cob".

       SD  ARQUIVO-ORDENACAO.
       01  ORDENACAO-REGISTRO.

       WORKING-STORAGE SECTION.
           COPY "WSCALCDIAS.cob".
           COPY "WSIMPRESSAO.cob".
           COPY "WSSECAO.cob".
       77  FIM-TREINAMENTOS PIC X.
       77  FINAL-ARQUIVO PIC X.
       77  PRIMEIRA-LEITURA PIC X.
           MOVE ZEROS TO QTD-VENCIDAS.
           MOVE ZEROS TO QTD-VENCENDO.

      *    carimba a saida da rodada antes do OPEN.
           MOVE "PROG170" TO IMPRESSAO-PROGRAMA.
           MOVE "CERTIFIC" TO IMPRESSAO-PREFIXO.
           MOVE "SAIDACERTIF" TO IMPRESSAO-VARIAVEL.
           PERFORM MONTA-NOME-RELATORIO.

           SORT ARQUIVO-ORDENACAO
               ON ASCENDING KEY ORD-DEPTO
               ON ASCENDING KEY ORD-FUNCIONARIO
           CLOSE ARQUIVO-CURSOS.
           CLOSE ARQUIVO-FUNCIONARIO.

           PERFORM GRAVA-INDICE-IMPRESSAO.

           DISPLAY "Relatorio gravado em " IMPRESSAO-NOME.
           DISPLAY "Vencidas.: " QTD-VENCIDAS.
           DISPLAY "Vencendo.: " QTD-VENCENDO.
       PROGRAM-DONE.

       GERA-RELATORIO.
           OPEN OUTPUT RELATORIO-CERTIFICACOES.
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

      *    as contagens do rodape sao do relatorio inteiro.
           MOVE "R" TO SECAO-MARCA-TIPO.
           MOVE ZEROS TO SECAO-MARCA-CHAVE.
           PERFORM MARCA-SECAO-RELATORIO.

           PERFORM ESCREVE-RODAPE.
           CLOSE RELATORIO-CERTIFICACOES.
           CLOSE ARQUIVO-SECOES.

       LEIA-PROXIMO-ORDENADO.
           RETURN ARQUIVO-ORDENACAO RECORD AT END
           PERFORM LEIA-PROXIMO-ORDENADO.

       COMECA-DEPTO.
           MOVE "D" TO SECAO-MARCA-TIPO.
           MOVE DEPTO-ATUAL TO SECAO-MARCA-CHAVE.
           PERFORM MARCA-SECAO-RELATORIO.

           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD 1 TO IMPRESSAO-LINHAS.

           MOVE DEPTO-ATUAL TO LD-DEPTO.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-DEPTO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD 1 TO IMPRESSAO-LINHAS.

       ESCREVE-DETALHE.
           MOVE ORD-FUNCIONARIO TO DET-FUNCIONARIO.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-DETALHE TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD 1 TO IMPRESSAO-LINHAS.

       ESCREVE-RODAPE.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD 1 TO IMPRESSAO-LINHAS.

           MOVE QTD-VENCIDAS TO ROD-VENCIDAS.
           MOVE QTD-VENCENDO TO ROD-VENCENDO.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-RODAPE TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD 1 TO IMPRESSAO-LINHAS.

           COPY "PDCALCDIAS.cob".
           COPY "PDIMPRESSAO.cob".
           COPY "PDSECAO.cob".
