      *    confirmacao de entrega - marca cada pedido do manifesto
      *    (PROG131) como entregue, gravando a data em PEDIDO-DATA-
      *    ENTREGA, para o faturamento do PROG121 selecionar so o
      *    que ja chegou ao cliente. Cada confirmacao sai na trilha
      *    de auditoria com a data gravada e o operador.
      *    Com a janela batch noturna no ar (trava do PROG177) a
      *    atualizacao e recusada logo na entrada.
      *    Na base de treinamento (PROG273) a tela abre com o aviso
      *    de dados ficticios.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBPEDIDO.cob".
           COPY "SBAUDITORIA.cob".
           COPY "SBJANELA.cob".
           COPY "SBPARAMETRO.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDPEDIDO.cob".
           COPY "FDAUDITORIA.cob".
           COPY "FDJANELA.cob".
           COPY "FDPARAMETRO.cob".

       WORKING-STORAGE SECTION.
           COPY "WSPARAMETRO.cob".
           COPY "WSJANELA.cob".
       77  REGISTRO-ENCONTRADO PIC X.
       77  NUMERO-INFORMADO PIC 9(6).
       77  DATA-DA-ENTREGA PIC 9(8).
       77  DATA-DE-HOJE PIC 9(8).
       77  AUDITORIA-OPERADOR PIC X(10).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
      *    na base de treinamento a tela abre com o aviso de dados
      *    ficticios.
           PERFORM CARREGA-PARAMETROS.

      *    com a janela batch no ar a atualizacao fica parada - a
      *    trava e do orquestrador PROG177.
           MOVE "PROG132" TO JANELA-PROGRAMA.
           PERFORM CONFERE-JANELA-BATCH.
           IF JANELA-BLOQUEIO = "S"
               GOBACK.

           ACCEPT DATA-DE-HOJE FROM DATE YYYYMMDD.

           DISPLAY "Informe seu usuario (para a auditoria): ".
           ACCEPT AUDITORIA-OPERADOR.

           OPEN I-O ARQUIVO-PEDIDOS.
           OPEN EXTEND ARQUIVO-AUDITORIA.

           MOVE 999999 TO NUMERO-INFORMADO.
           PERFORM CONFIRMA-ENTREGA
               UNTIL NUMERO-INFORMADO = ZEROS.

           CLOSE ARQUIVO-PEDIDOS.
           CLOSE ARQUIVO-AUDITORIA.
       PROGRAM-DONE.
      *    GOBACK devolve o controle ao menu quando chamado pelo
      *    PROG40, e encerra normalmente quando executado sozinho.
                   DISPLAY "Erro ao reescrever o pedido"
               NOT INVALID KEY
                   DISPLAY "Pedido " PEDIDO-NUMERO
                       " marcado como entregue"
                   PERFORM GRAVA-AUDITORIA.

      *    so pedido sem entrega chega aqui - o antes e sempre zero.
       GRAVA-AUDITORIA.
           ACCEPT AUD-DATA FROM DATE YYYYMMDD.
           ACCEPT AUD-HORA FROM TIME.
           MOVE "A" TO AUD-OPERACAO.
           MOVE AUDITORIA-OPERADOR TO AUD-OPERADOR.
           MOVE ZEROS TO AUD-CODIGO.
           MOVE "PED" TO AUD-ARQUIVO.
           MOVE PEDIDO-NUMERO TO AUD-CHAVE.
           MOVE "DATA ENTREGA" TO AUD-CAMPO.
           MOVE ZEROS TO AUD-VALOR-ANTES.
           MOVE PEDIDO-DATA-ENTREGA TO AUD-VALOR-DEPOIS.
           WRITE AUDITORIA-REGISTRO.

           COPY "PDJANELA.cob".
           COPY "PDPARAMETRO.cob".
