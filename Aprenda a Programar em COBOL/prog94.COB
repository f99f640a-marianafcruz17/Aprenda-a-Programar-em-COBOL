      *    historico_mensal.dat, antes que a atualizacao noturna
      *    (PROG61) mude a verdade de hoje. Roda uma vez por mes, no
      *    ultimo dia util.
      *    Com a janela batch noturna no ar (trava do PROG177) a
      *    atualizacao e recusada logo na entrada.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBHISTMENSAL.cob".
           SELECT ARQUIVO-ORDENACAO
               ASSIGN TO "FECHASORT.TMP".
           COPY "SBJANELA.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDFUNCIONARIO.cob".
           05 ORD-FILIAL-CODIGO PIC 9(2).
           05 ORD-STATUS PIC X.
           05 ORD-SALARIO PIC 9(6)V99.
           COPY "FDJANELA.cob".

       WORKING-STORAGE SECTION.
           COPY "WSJANELA.cob".
       77  FINAL-ARQUIVO PIC X.
       77  PRIMEIRA-LEITURA PIC X.
       77  ANO-MES-FECHAMENTO PIC 9(6).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
      *    com a janela batch no ar a atualizacao fica parada - a
      *    trava e do orquestrador PROG177.
           MOVE "PROG94" TO JANELA-PROGRAMA.
           PERFORM CONFERE-JANELA-BATCH.
           IF JANELA-BLOQUEIO = "S"
               GOBACK.

           ACCEPT DATA-DE-HOJE FROM DATE YYYYMMDD.
           MOVE HOJE-ANO-MES TO ANO-MES-FECHAMENTO.

           MOVE FILIAL-ATUAL TO HISTM-FILIAL-CODIGO.
           WRITE HISTORICO-MENSAL-REGISTRO.
           ADD 1 TO QTD-REGISTROS-GRAVADOS.
           COPY "PDJANELA.cob".
