      *    PARENTESCO contra a idade limite, marca como inelegivel
      *    (sem apagar - o registro vira historico) quem passou
      *    dela, e imprime a lista dos que vencem nos proximos 90
      *    dias, para o funcionario ser avisado antes. O
      *    dependente inelegivel sai tambem dos planos de saude:
      *    as adesoes ativas dele em adesoes_plano.dat sao
      *    canceladas na mesma rodada.
      *    Com a janela batch noturna no ar (trava do PROG177) a
      *    atualizacao e recusada logo na entrada.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBDEPENDENTE.cob".
           COPY "SBEXECUCAO.cob".
           COPY "SBADESAOPLANO.cob".
           SELECT RELATORIO-VENCENDO
               ASSIGN TO "DEPENDENTESVENCENDO.LST"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY "SBJANELA.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDDEPENDENTE.cob".
           COPY "FDEXECUCAO.cob".
           COPY "FDADESAOPLANO.cob".

       FD  RELATORIO-VENCENDO.
       01  LINHA-RELATORIO PIC X(80).
           COPY "FDJANELA.cob".

       WORKING-STORAGE SECTION.
           COPY "WSJANELA.cob".
           COPY "WSCALCDIAS.cob".
      *    inicio da rodada, guardado para o registro do log
      *    central de execucoes.
       77  TOTAL-MARCADOS PIC 9(4).
       77  TOTAL-VENCENDO PIC 9(4).
       77  TOTAL-ERROS PIC 9(4).
       77  TOTAL-ADESOES-CANCELADAS PIC 9(4).
       77  FIM-ADESOES PIC X.

       01  CABECALHO-TITULO.
           05 FILLER PIC X(40) VALUE

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
      *    com a janela batch no ar a atualizacao fica parada - a
      *    trava e do orquestrador PROG177.
           MOVE "PROG164" TO JANELA-PROGRAMA.
           PERFORM CONFERE-JANELA-BATCH.
           IF JANELA-BLOQUEIO = "S"
               GOBACK.

           ACCEPT EXECUCAO-DATA-INICIO FROM DATE YYYYMMDD.
           ACCEPT EXECUCAO-HORA-INICIO FROM TIME.
           ACCEPT DATA-DE-HOJE FROM DATE YYYYMMDD.
           MOVE CALCDIAS-TOTAL TO DIAS-DE-HOJE.

           OPEN I-O ARQUIVO-DEPENDENTES.
           OPEN I-O ARQUIVO-ADESOES-PLANO.
           OPEN OUTPUT RELATORIO-VENCENDO.

           MOVE ZEROS TO TOTAL-LIDOS.
           MOVE ZEROS TO TOTAL-MARCADOS.
           MOVE ZEROS TO TOTAL-VENCENDO.
           MOVE ZEROS TO TOTAL-ERROS.
           MOVE ZEROS TO TOTAL-ADESOES-CANCELADAS.

           MOVE SPACES TO LINHA-RELATORIO.
           MOVE CABECALHO-TITULO TO LINHA-RELATORIO.
           PERFORM VARRE-DEPENDENTES.

           CLOSE ARQUIVO-DEPENDENTES.
           CLOSE ARQUIVO-ADESOES-PLANO.
           CLOSE RELATORIO-VENCENDO.

           DISPLAY "Rodada de elegibilidade concluida".
           DISPLAY "Dependentes lidos......: " TOTAL-LIDOS.
           DISPLAY "Marcados inelegiveis...: " TOTAL-MARCADOS.
           DISPLAY "Vencendo em 90 dias....: " TOTAL-VENCENDO.
           DISPLAY "Adesoes a plano cancel.: "
               TOTAL-ADESOES-CANCELADAS.
           DISPLAY "Lista em DEPENDENTESVENCENDO.LST".
           PERFORM GRAVA-EXECUCAO.
       PROGRAM-DONE.

           IF FIM-DEPENDENTES = "N"
               ADD 1 TO TOTAL-LIDOS
      *    o inelegivel de rodada anterior passa de novo pelo
      *    cancelamento, para pegar adesao feita antes da marca.
               IF DEP-INELEGIVEL
                   PERFORM CANCELA-PLANOS-DO-DEPENDENTE
               ELSE
                   IF DEP-PARENTESCO = "FILHO" OR
                       DEP-PARENTESCO = "FILHA"
                       PERFORM AVALIA-IDADE.
                       DEP-FUNCIONARIO-CODIGO
                   ADD 1 TO TOTAL-ERROS
               NOT INVALID KEY
                   ADD 1 TO TOTAL-MARCADOS
                   PERFORM CANCELA-PLANOS-DO-DEPENDENTE.

       CANCELA-PLANOS-DO-DEPENDENTE.
           MOVE DEP-FUNCIONARIO-CODIGO TO ADESAO-FUNCIONARIO-CODIGO.
           MOVE DEP-SEQUENCIA TO ADESAO-SEQUENCIA.
           MOVE ZEROS TO ADESAO-PLANO-CODIGO.
           MOVE "N" TO FIM-ADESOES.

           START ARQUIVO-ADESOES-PLANO
               KEY IS NOT LESS THAN ADESAO-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-ADESOES.

           PERFORM EXAMINA-ADESAO-DO-DEPENDENTE
               UNTIL FIM-ADESOES = "S".

       EXAMINA-ADESAO-DO-DEPENDENTE.
           READ ARQUIVO-ADESOES-PLANO NEXT RECORD
               AT END
                   MOVE "S" TO FIM-ADESOES.

           IF FIM-ADESOES = "N"
               IF ADESAO-FUNCIONARIO-CODIGO NOT =
                   DEP-FUNCIONARIO-CODIGO OR
                   ADESAO-SEQUENCIA NOT = DEP-SEQUENCIA
                   MOVE "S" TO FIM-ADESOES
               ELSE
                   IF ADESAO-ATIVA
                       PERFORM CANCELA-ADESAO-INELEGIVEL.

       CANCELA-ADESAO-INELEGIVEL.
           MOVE "C" TO ADESAO-SITUACAO.
           MOVE DATA-DE-HOJE TO ADESAO-DATA-FIM.
           MOVE "I" TO ADESAO-MOTIVO-FIM.

           REWRITE ADESAO-PLANO-REGISTRO
               INVALID KEY
                   DISPLAY "Erro ao cancelar o plano do dependente "
                       DEP-FUNCIONARIO-CODIGO "-" DEP-SEQUENCIA
                   ADD 1 TO TOTAL-ERROS
               NOT INVALID KEY
                   ADD 1 TO TOTAL-ADESOES-CANCELADAS.

       CONFERE-VENCIMENTO-PROXIMO.
           MOVE DATA-DO-LIMITE TO CALCDIAS-DATA.
           CLOSE ARQUIVO-EXECUCOES.

           COPY "PDCALCDIAS.cob".
           COPY "PDJANELA.cob".
