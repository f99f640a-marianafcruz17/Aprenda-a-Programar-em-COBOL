      *    recebe o numero do pedido, exige um motivo codificado,
      *    valida que o pedido ainda esta em aberto, marca o "C" e
      *    anexa o cancelamento ao diario que o PROG126 analisa por
      *    mes. Com o mes de hoje ja fechado pelo PROG263 nada e
      *    cancelado. A troca de situacao do pedido tambem sai na
      *    trilha de auditoria, com o operador informado.
      *    Com a janela batch noturna no ar (trava do PROG177) a
      *    atualizacao e recusada logo na entrada.
      *    Na base de treinamento (PROG273) a tela abre com o aviso
      *    de dados ficticios.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBPEDIDO.cob".
           COPY "SBCANCELAMENTO.cob".
           COPY "SBPERVENDA.cob".
           COPY "SBAUDITORIA.cob".
           COPY "SBJANELA.cob".
           COPY "SBPARAMETRO.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDPEDIDO.cob".
           COPY "FDCANCELAMENTO.cob".
           COPY "FDPERVENDA.cob".
           COPY "FDAUDITORIA.cob".
           COPY "FDJANELA.cob".
           COPY "FDPARAMETRO.cob".

       WORKING-STORAGE SECTION.
           COPY "WSPARAMETRO.cob".
           COPY "WSJANELA.cob".
           COPY "WSCONFIRMA.cob".
           COPY "WSPERVENDA.cob".
       77  REGISTRO-ENCONTRADO PIC X.
       77  NUMERO-INFORMADO PIC 9(6).
       77  MOTIVO-INFORMADO PIC X(2).
       77  MOTIVO-VALIDO PIC X.
       77  OPERADOR-INFORMADO PIC X(10).
       77  STATUS-ANTERIOR PIC X.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
      *    na base de treinamento a tela abre com o aviso de dados
      *    ficticios.
           PERFORM CARREGA-PARAMETROS.

      *    mes de vendas fechado pelo PROG263 nao recebe mais
      *    lancamento - so a reabertura do administrador o libera.
           PERFORM CONFERE-MES-DE-HOJE.
           IF PERVEN-BLOQUEADO = "S"
               DISPLAY "Mes " PERVEN-MES-LANCAMENTO
                   " ja fechado pelo PROG263, nada cancelado"
               GOBACK.

      *    com a janela batch no ar a atualizacao fica parada - a
      *    trava e do orquestrador PROG177.
           MOVE "PROG125" TO JANELA-PROGRAMA.
           PERFORM CONFERE-JANELA-BATCH.
           IF JANELA-BLOQUEIO = "S"
               GOBACK.

           DISPLAY "Operador: ".
           ACCEPT OPERADOR-INFORMADO.

           OPEN I-O ARQUIVO-PEDIDOS.
           OPEN EXTEND ARQUIVO-CANCELAMENTOS.
           OPEN EXTEND ARQUIVO-AUDITORIA.

           MOVE 999999 TO NUMERO-INFORMADO.
           PERFORM CANCELA-PEDIDO

           CLOSE ARQUIVO-PEDIDOS.
           CLOSE ARQUIVO-CANCELAMENTOS.
           CLOSE ARQUIVO-AUDITORIA.
       PROGRAM-DONE.
      *    GOBACK devolve o controle ao menu quando chamado pelo
      *    PROG40, e encerra normalmente quando executado sozinho.
               DISPLAY "Cancelamento abandonado".

       APLICA-CANCELAMENTO.
           MOVE PEDIDO-STATUS TO STATUS-ANTERIOR.
           MOVE "C" TO PEDIDO-STATUS.

           REWRITE PEDIDO-REGISTRO
                   DISPLAY "Erro ao reescrever o pedido"
               NOT INVALID KEY
                   PERFORM GRAVA-CANCELAMENTO
                   PERFORM GRAVA-AUDITORIA
                   DISPLAY "Pedido " PEDIDO-NUMERO " cancelado".

       GRAVA-CANCELAMENTO.
           MOVE OPERADOR-INFORMADO TO CANC-OPERADOR.
           WRITE CANCELAMENTO-REGISTRO.

      *    o numero do pedido vai em AUD-CHAVE, com as 6 posicoes.
       GRAVA-AUDITORIA.
           ACCEPT AUD-DATA FROM DATE YYYYMMDD.
           ACCEPT AUD-HORA FROM TIME.
           MOVE "A" TO AUD-OPERACAO.
           MOVE OPERADOR-INFORMADO TO AUD-OPERADOR.
           MOVE ZEROS TO AUD-CODIGO.
           MOVE "PED" TO AUD-ARQUIVO.
           MOVE PEDIDO-NUMERO TO AUD-CHAVE.
           MOVE "STATUS PEDIDO" TO AUD-CAMPO.
           MOVE STATUS-ANTERIOR TO AUD-VALOR-ANTES.
           MOVE PEDIDO-STATUS TO AUD-VALOR-DEPOIS.
           WRITE AUDITORIA-REGISTRO.

           COPY "PDCONFIRMA.cob".
           COPY "PDPERVENDA.cob".
           COPY "PDJANELA.cob".
           COPY "PDPARAMETRO.cob".
