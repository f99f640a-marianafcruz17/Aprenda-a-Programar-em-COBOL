       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG51.
      *    excluindo registro de cliente. A exclusao sai na trilha
      *    de auditoria com o nome do cliente e o operador.
      *    Com a janela batch noturna no ar (trava do PROG177) a
      *    atualizacao e recusada logo na entrada.
      *    Na base de treinamento (PROG273) a tela abre com o aviso
      *    de dados ficticios.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBCLIENTE.cob".
           COPY "SBAUDITORIA.cob".
           COPY "SBJANELA.cob".
           COPY "SBPARAMETRO.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDCLIENTE.cob".
           COPY "FDAUDITORIA.cob".
           COPY "FDJANELA.cob".
           COPY "FDPARAMETRO.cob".
       WORKING-STORAGE SECTION.
           COPY "WSPARAMETRO.cob".
           COPY "WSJANELA.cob".
           COPY "WSCONFIRMA.cob".
       77  REGISTRO-ENCONTRADO PIC X.
       77  CODIGO-CLIENTE-EXCLUIR PIC 9(5).
       77  AUDITORIA-OPERADOR PIC X(10).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
      *    na base de treinamento a tela abre com o aviso de dados
      *    ficticios.
           PERFORM CARREGA-PARAMETROS.

      *    com a janela batch no ar a atualizacao fica parada - a
      *    trava e do orquestrador PROG177.
           MOVE "PROG51" TO JANELA-PROGRAMA.
           PERFORM CONFERE-JANELA-BATCH.
           IF JANELA-BLOQUEIO = "S"
               GOBACK.

           DISPLAY "Informe seu usuario (para a auditoria): ".
           ACCEPT AUDITORIA-OPERADOR.

           OPEN I-O ARQUIVO-CLIENTE.
           OPEN EXTEND ARQUIVO-AUDITORIA.
           PERFORM PEGA-REGISTRO-CLIENTE.

           PERFORM DELETAR-REGISTRO
               UNTIL CLIENTE-CODIGO = ZEROES.

           CLOSE ARQUIVO-CLIENTE.
           CLOSE ARQUIVO-AUDITORIA.
       PROGRAM-DONE.
      *    GOBACK devolve o controle ao menu quando chamado pelo
      *    PROG40, e encerra normalmente quando executado sozinho.
           IF CONFIRMA-RESPOSTA = "S"
               DELETE ARQUIVO-CLIENTE RECORD
                   INVALID KEY
                       DISPLAY "Erro ao excluir arquivo "
                   NOT INVALID KEY
                       PERFORM GRAVA-AUDITORIA.

           PERFORM PEGA-REGISTRO-CLIENTE.

       GRAVA-AUDITORIA.
      *    o nome vai no antes, como na carga do PROG66, para a
      *    trilha dizer quem era o cliente apagado.
           ACCEPT AUD-DATA FROM DATE YYYYMMDD.
           ACCEPT AUD-HORA FROM TIME.
           MOVE "E" TO AUD-OPERACAO.
           MOVE AUDITORIA-OPERADOR TO AUD-OPERADOR.
           MOVE CLIENTE-CODIGO TO AUD-CODIGO.
           MOVE "CLI" TO AUD-ARQUIVO.
           MOVE CLIENTE-CODIGO TO AUD-CHAVE.
           MOVE "CLIENTE" TO AUD-CAMPO.
           MOVE CLIENTE-NOME TO AUD-VALOR-ANTES.
           MOVE SPACES TO AUD-VALOR-DEPOIS.
           WRITE AUDITORIA-REGISTRO.

           COPY "PDCONFIRMA.cob".
           COPY "PDJANELA.cob".
           COPY "PDPARAMETRO.cob".
