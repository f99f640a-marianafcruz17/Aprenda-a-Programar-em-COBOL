       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG35.
      *    programa para inserir dados em arquivos indexados.
      *    Na base de treinamento (PROG273) a tela abre com o aviso
      *    de dados ficticios.
      *    Com a janela batch noturna no ar (trava do PROG177) a
      *    atualizacao e recusada logo na entrada.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBFUNCIONARIO.cob".
           COPY "SBAUDITORIA.cob".
           COPY "SBPARAMETRO.cob".
           COPY "SBJANELA.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDFUNCIONARIO.cob".
           COPY "FDAUDITORIA.cob".
           COPY "FDPARAMETRO.cob".
           COPY "FDJANELA.cob".

       WORKING-STORAGE SECTION.
           COPY "WSJANELA.cob".
           COPY "WSPARAMETRO.cob".
           COPY "WSVERIFICAEMAIL.cob".
       77  CODIGO-VALIDO PIC X.
       77  REGISTRO-GRAVADO PIC X.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
      *    na base de treinamento a tela abre com o aviso de dados
      *    ficticios.
           PERFORM CARREGA-PARAMETROS.

      *    com a janela batch no ar a atualizacao fica parada - a
      *    trava e do orquestrador PROG177.
           MOVE "PROG35" TO JANELA-PROGRAMA.
           PERFORM CONFERE-JANELA-BATCH.
           IF JANELA-BLOQUEIO = "S"
               GOBACK.

           DISPLAY "Informe seu usuario (para a auditoria): ".
           ACCEPT AUDITORIA-OPERADOR.

           MOVE "I" TO AUD-OPERACAO.
           MOVE AUDITORIA-OPERADOR TO AUD-OPERADOR.
           MOVE FUNCIONARIO-CODIGO TO AUD-CODIGO.
           MOVE "FUN" TO AUD-ARQUIVO.
           MOVE FUNCIONARIO-CODIGO TO AUD-CHAVE.
           MOVE "REGISTRO" TO AUD-CAMPO.
           MOVE SPACE TO AUD-VALOR-ANTES.
           MOVE FUNCIONARIO-NOME TO AUD-VALOR-DEPOIS.
               MOVE "S" TO CODIGO-VALIDO.

           COPY "PDVERIFICAEMAIL.cob".
           COPY "PDPARAMETRO.cob".
           COPY "PDJANELA.cob".
