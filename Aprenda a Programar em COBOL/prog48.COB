      *    mesmos moldes do MUDA-E-GRAVA-UM-CAMPO do PROG37, mas lendo
      *    as alteracoes de um arquivo de transacoes em vez do
      *    terminal.
      *    Com a janela batch noturna no ar (trava do PROG177) a
      *    atualizacao e recusada logo na entrada.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY "SBFUNCIONARIO.cob".
           COPY "SBAUDITORIA.cob".
           COPY "SBJANELA.cob".
       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-ALTERACOES.

           COPY "FDFUNCIONARIO.cob".
           COPY "FDAUDITORIA.cob".
           COPY "FDJANELA.cob".

       WORKING-STORAGE SECTION.
           COPY "WSJANELA.cob".
       77  FINAL-ARQUIVO PIC X.
       77  REGISTRO-ENCONTRADO PIC X.
       77  NOME-CAMPO-ALTERADO PIC X(15).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
      *    com a janela batch no ar a atualizacao fica parada - a
      *    trava e do orquestrador PROG177.
           MOVE "PROG48" TO JANELA-PROGRAMA.
           PERFORM CONFERE-JANELA-BATCH.
           IF JANELA-BLOQUEIO = "S"
               GOBACK.

           OPEN INPUT ARQUIVO-ALTERACOES.
           OPEN I-O ARQUIVO-FUNCIONARIO.
           OPEN EXTEND ARQUIVO-AUDITORIA.
           MOVE "A" TO AUD-OPERACAO.
           MOVE "BATCH" TO AUD-OPERADOR.
           MOVE FUNCIONARIO-CODIGO TO AUD-CODIGO.
           MOVE "FUN" TO AUD-ARQUIVO.
           MOVE FUNCIONARIO-CODIGO TO AUD-CHAVE.
           MOVE NOME-CAMPO-ALTERADO TO AUD-CAMPO.
           MOVE VALOR-ANTIGO TO AUD-VALOR-ANTES.
           MOVE VALOR-NOVO TO AUD-VALOR-DEPOIS.
           WRITE AUDITORIA-REGISTRO.
           COPY "PDJANELA.cob".
