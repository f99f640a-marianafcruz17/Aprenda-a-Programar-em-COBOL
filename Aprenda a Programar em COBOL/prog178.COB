      *    inclusoes, que a trilha nao guarda inteiras, saem
      *    listadas para digitacao manual; a reintegracao do PROG80
      *    e refeita do proprio arquivo de excluidos, que sobrevive
      *    ao restore). So as entradas de funcionario sao
      *    reaplicadas - as de cliente, pedido, fatura e produto
      *    ficam de fora.
      *    Na base de treinamento (PROG273) a tela abre com o aviso
      *    de dados ficticios.
      *    Com a janela batch noturna no ar (trava do PROG177) a
      *    atualizacao e recusada logo na entrada.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RELATORIO-RECUPERACAO
               ASSIGN TO "RECUPERACAO.LST"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY "SBPARAMETRO.cob".
           COPY "SBJANELA.cob".
       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-BACKUP.
       01  LINHA-BACKUP PIC X(226).

           COPY "FDFUNCIONARIO.cob".
           COPY "FDAUDITORIA.cob".

       FD  RELATORIO-RECUPERACAO.
       01  LINHA-RELATORIO PIC X(90).
           COPY "FDPARAMETRO.cob".
           COPY "FDJANELA.cob".

       WORKING-STORAGE SECTION.
           COPY "WSJANELA.cob".
           COPY "WSPARAMETRO.cob".
       77  FINAL-ARQUIVO PIC X.
       77  REGISTRO-ENCONTRADO PIC X.
       77  NOME-DO-BACKUP PIC X(30).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
      *    na base de treinamento a tela abre com o aviso de dados
      *    ficticios.
           PERFORM CARREGA-PARAMETROS.

      *    com a janela batch no ar a atualizacao fica parada - a
      *    trava e do orquestrador PROG177.
           MOVE "PROG178" TO JANELA-PROGRAMA.
           PERFORM CONFERE-JANELA-BATCH.
           IF JANELA-BLOQUEIO = "S"
               GOBACK.

           DISPLAY "Nome fisico da geracao de backup: ".
           ACCEPT NOME-DO-BACKUP.
           DISPLAY "Momento do backup - data (AAAAMMDD): ".
       EXAMINA-ENTRADA.
           PERFORM CONFERE-JANELA-DA-ENTRADA.

           IF ENTRADA-NA-JANELA = "S" AND AUD-DE-FUNCIONARIO
               PERFORM REAPLICA-ENTRADA.

           PERFORM LEIA-ENTRADA-TRILHA.
                   MOVE VTX-2 TO FUNCIONARIO-TURNO-CODIGO
               WHEN "CARGO"
                   MOVE VTX-2 TO FUNCIONARIO-CARGO-CODIGO
               WHEN "NIVEL"
                   MOVE VTX-2 TO FUNCIONARIO-NIVEL
               WHEN "NIVEL DESDE"
                   MOVE VTX-8 TO FUNCIONARIO-NIVEL-DESDE
               WHEN OTHER
                   MOVE "N" TO REGISTRO-ENCONTRADO
           END-EVALUATE.
           MOVE ZEROS TO FUNCIONARIO-NASCIMENTO.
           MOVE ZEROS TO FUNCIONARIO-TURNO-CODIGO.
           MOVE ZEROS TO FUNCIONARIO-CARGO-CODIGO.
           MOVE ZEROS TO FUNCIONARIO-NIVEL.
           MOVE ZEROS TO FUNCIONARIO-NIVEL-DESDE.
           MOVE AUD-DATA TO FUNCIONARIO-DATA-ATUALIZACAO.
           MOVE AUD-HORA TO FUNCIONARIO-HORA-ATUALIZACAO.

           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-LOG TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           COPY "PDPARAMETRO.cob".
           COPY "PDJANELA.cob".
