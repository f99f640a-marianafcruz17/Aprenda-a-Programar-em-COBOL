      *    quem variou alem do percentual informado pelo operador e
      *    lista quem so aparece em uma das duas rodadas, acabando
      *    com a conferencia a olho de dois relatorios impressos.
      *    A folha complementar (PROG194) de cada competencia sai
      *    em linha propria, abaixo do funcionario - o confronto
      *    do liquido e sempre entre as folhas mensais originais.
      *    Na base de treinamento (PROG273) a tela abre com o aviso
      *    de dados ficticios.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RELATORIO-VARIACAO
               ASSIGN TO "VARIACAO.LST"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY "SBPARAMETRO.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDFOLHAHIST.cob".

       FD  RELATORIO-VARIACAO.
       01  LINHA-RELATORIO PIC X(90).
           COPY "FDPARAMETRO.cob".

       WORKING-STORAGE SECTION.
           COPY "WSPARAMETRO.cob".
       77  FINAL-ARQUIVO PIC X.
      *    percentual de variacao acima do qual o funcionario sai
      *    marcado no relatorio, informado pelo operador.
      *    exatamente para nada sumir calado.
       77  FUNCIONARIOS-FORA-DA-TABELA PIC 9(4).
       77  QTD-MARCADOS PIC 9(4).
      *    complementares do funcionario da linha em impressao, nas
      *    duas competencias.
       77  COMPLEMENTO-ANTERIOR PIC 9(6)V99.
       77  COMPLEMENTO-ATUAL PIC 9(6)V99.

      *    liquido por funcionario das duas rodadas mais recentes do
      *    historico, carregados em tabela para o confronto.
           05 ATUAL-ENTRADA OCCURS 2000 TIMES.
               10 ATUAL-CODIGO PIC 9(4).
               10 ATUAL-LIQUIDO PIC 9(6)V99.
               10 ATUAL-COMPLEMENTO PIC 9(6)V99.
       01  TABELA-RODADA-ANTERIOR.
           05 ANTERIOR-ENTRADA OCCURS 2000 TIMES.
               10 ANTERIOR-CODIGO PIC 9(4).
               10 ANTERIOR-LIQUIDO PIC 9(6)V99.
               10 ANTERIOR-COMPLEMENTO PIC 9(6)V99.
               10 ANTERIOR-CASADO PIC X.

       01  CABECALHO-TITULO.
           05 FILLER PIC X(3) VALUE SPACES.
           05 DET-OBSERVACAO PIC X(30).

       01  LINHA-COMPLEMENTO.
           05 FILLER PIC X(8) VALUE SPACES.
           05 CPL-ANTERIOR PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(5) VALUE SPACES.
           05 CPL-ATUAL PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(17) VALUE SPACES.
           05 FILLER PIC X(30) VALUE "LIQUIDO DA COMPLEMENTAR".

       01  LINHA-RODAPE.
           05 FILLER PIC X(30) VALUE
               "Funcionarios alem do limite: ".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
      *    na base de treinamento a tela abre com o aviso de dados
      *    ficticios.
           PERFORM CARREGA-PARAMETROS.

           DISPLAY "Percentual de variacao para marcar (ex: 10): ".
           ACCEPT LIMITE-VARIACAO.

                       ATUAL-CODIGO (QTD-ATUAL)
                   MOVE FOLHA-HIST-LIQUIDO TO
                       ATUAL-LIQUIDO (QTD-ATUAL)
                   MOVE ZEROS TO ATUAL-COMPLEMENTO (QTD-ATUAL)
               ELSE
                   ADD 1 TO FUNCIONARIOS-FORA-DA-TABELA.

                   MOVE FOLHA-HIST-LIQUIDO TO
                       ANTERIOR-LIQUIDO (QTD-ANTERIOR)
                   MOVE "N" TO ANTERIOR-CASADO (QTD-ANTERIOR)
                   MOVE ZEROS TO ANTERIOR-COMPLEMENTO (QTD-ANTERIOR)
               ELSE
                   ADD 1 TO FUNCIONARIOS-FORA-DA-TABELA.

      *    a complementar e gravada depois da folha mensal da
      *    competencia, entao a linha original do funcionario ja
      *    esta na tabela quando ela chega.
           IF FOLHA-HIST-COMPLEMENTAR AND
               COMPETENCIA-DA-LINHA = COMPETENCIA-ATUAL
               MOVE ZEROS TO INDICE-BUSCA
               PERFORM SOMA-COMPLEMENTO-ATUAL QTD-ATUAL TIMES.

           IF FOLHA-HIST-COMPLEMENTAR AND
               COMPETENCIA-DA-LINHA = COMPETENCIA-ANTERIOR
               MOVE ZEROS TO INDICE-BUSCA
               PERFORM SOMA-COMPLEMENTO-ANTERIOR QTD-ANTERIOR TIMES.

           PERFORM LEIA-PROXIMO-HISTORICO.

       SOMA-COMPLEMENTO-ATUAL.
           ADD 1 TO INDICE-BUSCA.

           IF ATUAL-CODIGO (INDICE-BUSCA) = FOLHA-HIST-CODIGO
               ADD FOLHA-HIST-LIQUIDO TO
                   ATUAL-COMPLEMENTO (INDICE-BUSCA).

       SOMA-COMPLEMENTO-ANTERIOR.
           ADD 1 TO INDICE-BUSCA.

           IF ANTERIOR-CODIGO (INDICE-BUSCA) = FOLHA-HIST-CODIGO
               ADD FOLHA-HIST-LIQUIDO TO
                   ANTERIOR-COMPLEMENTO (INDICE-BUSCA).

       GERA-RELATORIO.
           OPEN OUTPUT RELATORIO-VARIACAO.
           MOVE ZEROS TO QTD-MARCADOS.
               MOVE ATUAL-LIQUIDO (INDICE) TO DET-LIQUIDO-ATUAL
               MOVE ATUAL-LIQUIDO (INDICE) TO DET-DIFERENCA
               MOVE "SO NA RODADA ATUAL" TO DET-OBSERVACAO
               MOVE ZEROS TO COMPLEMENTO-ANTERIOR
               MOVE ATUAL-COMPLEMENTO (INDICE) TO COMPLEMENTO-ATUAL
               PERFORM ESCREVE-DETALHE.

       PROCURA-NA-ANTERIOR.
               MOVE "*** ALEM DO LIMITE ***" TO DET-OBSERVACAO
               ADD 1 TO QTD-MARCADOS.

           MOVE ANTERIOR-COMPLEMENTO (POSICAO-CASADA) TO
               COMPLEMENTO-ANTERIOR.
           MOVE ATUAL-COMPLEMENTO (INDICE) TO COMPLEMENTO-ATUAL.
           PERFORM ESCREVE-DETALHE.

       LISTA-AUSENTE-NA-ATUAL.
                   ZEROS - ANTERIOR-LIQUIDO (INDICE)
               MOVE DIFERENCA-LIQUIDO TO DET-DIFERENCA
               MOVE "SO NA RODADA ANTERIOR" TO DET-OBSERVACAO
               MOVE ANTERIOR-COMPLEMENTO (INDICE) TO
                   COMPLEMENTO-ANTERIOR
               MOVE ZEROS TO COMPLEMENTO-ATUAL
               PERFORM ESCREVE-DETALHE.

       ESCREVE-DETALHE.
           MOVE LINHA-DETALHE TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           IF COMPLEMENTO-ANTERIOR > ZEROS OR
               COMPLEMENTO-ATUAL > ZEROS
               MOVE COMPLEMENTO-ANTERIOR TO CPL-ANTERIOR
               MOVE COMPLEMENTO-ATUAL TO CPL-ATUAL
               MOVE SPACES TO LINHA-RELATORIO
               MOVE LINHA-COMPLEMENTO TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO.

       ESCREVE-CABECALHO.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE CABECALHO-TITULO TO LINHA-RELATORIO.
               MOVE SPACES TO LINHA-RELATORIO
               MOVE LINHA-FORA-DA-TABELA TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO.

           COPY "PDPARAMETRO.cob".
