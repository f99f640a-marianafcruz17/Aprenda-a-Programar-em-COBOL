      *    real de cada chave, aponta as divergencias e, se o
      *    operador pedir, regrava o controle com os valores
      *    seguros (o maior entre o registrado e o encontrado).
      *    Com a janela batch noturna no ar (trava do PROG177) a
      *    atualizacao e recusada logo na entrada.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBFATURA.cob".
           COPY "SBVAGA.cob".
           COPY "SBAPROVPEND.cob".
           COPY "SBJANELA.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDSEQUENCIA.cob".
           COPY "FDFATURA.cob".
           COPY "FDVAGA.cob".
           COPY "FDAPROVPEND.cob".
           COPY "FDJANELA.cob".

       WORKING-STORAGE SECTION.
           COPY "WSJANELA.cob".
           COPY "WSCONFIRMA.cob".
       77  FIM-VARREDURA PIC X.
       77  QTD-DIVERGENCIAS PIC 9(2).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
      *    com a janela batch no ar a atualizacao fica parada - a
      *    trava e do orquestrador PROG177.
           MOVE "PROG179" TO JANELA-PROGRAMA.
           PERFORM CONFERE-JANELA-BATCH.
           IF JANELA-BLOQUEIO = "S"
               GOBACK.

           PERFORM CARREGA-SEQUENCIAS.

           PERFORM VARRE-FUNCIONARIOS.
           CLOSE ARQUIVO-SEQUENCIAS.

           COPY "PDCONFIRMA.cob".
           COPY "PDJANELA.cob".
