      *    a entrada do arquivo como reintegrada, preservando o
      *    vinculo com o historico que a redigitacao no PROG36
      *    perdia.
      *    Na base de treinamento (PROG273) a tela abre com o aviso
      *    de dados ficticios.
      *    Com a janela batch noturna no ar (trava do PROG177) a
      *    atualizacao e recusada logo na entrada.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBEXCLUIDOS.cob".
           COPY "SBAUDITORIA.cob".
           COPY "SBDEPARTAMENTO.cob".
           COPY "SBPARAMETRO.cob".
           COPY "SBJANELA.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDFUNCIONARIO.cob".
           COPY "FDEXCLUIDOS.cob".
           COPY "FDAUDITORIA.cob".
           COPY "FDDEPARTAMENTO.cob".
           COPY "FDPARAMETRO.cob".
           COPY "FDJANELA.cob".

       WORKING-STORAGE SECTION.
           COPY "WSJANELA.cob".
           COPY "WSPARAMETRO.cob".
           COPY "WSCONFIRMA.cob".
           COPY "WSVALIDADEPTO.cob".
      *    identifica quem esta operando o programa, para o

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
      *    na base de treinamento a tela abre com o aviso de dados
      *    ficticios.
           PERFORM CARREGA-PARAMETROS.

      *    com a janela batch no ar a atualizacao fica parada - a
      *    trava e do orquestrador PROG177.
           MOVE "PROG80" TO JANELA-PROGRAMA.
           PERFORM CONFERE-JANELA-BATCH.
           IF JANELA-BLOQUEIO = "S"
               GOBACK.

           DISPLAY "Informe seu usuario (para a auditoria): ".
           ACCEPT AUDITORIA-OPERADOR.

           MOVE ZEROS TO FUNCIONARIO-NASCIMENTO.
           MOVE ZEROS TO FUNCIONARIO-TURNO-CODIGO.
           MOVE ZEROS TO FUNCIONARIO-CARGO-CODIGO.
           MOVE ZEROS TO FUNCIONARIO-NIVEL.
           MOVE ZEROS TO FUNCIONARIO-NIVEL-DESDE.
           ACCEPT FUNCIONARIO-DATA-ATUALIZACAO FROM DATE YYYYMMDD.
           ACCEPT FUNCIONARIO-HORA-ATUALIZACAO FROM TIME.

           MOVE "I" TO AUD-OPERACAO.
           MOVE AUDITORIA-OPERADOR TO AUD-OPERADOR.
           MOVE FUNCIONARIO-CODIGO TO AUD-CODIGO.
           MOVE "FUN" TO AUD-ARQUIVO.
           MOVE FUNCIONARIO-CODIGO TO AUD-CHAVE.
           MOVE "REINTEGRACAO" TO AUD-CAMPO.
           MOVE EXCLUIDO-MOTIVO TO AUD-VALOR-ANTES.
           MOVE FUNCIONARIO-NOME TO AUD-VALOR-DEPOIS.

           COPY "PDCONFIRMA.cob".
           COPY "PDVALIDADEPTO.cob".
           COPY "PDPARAMETRO.cob".
           COPY "PDJANELA.cob".
