      *    enquanto o cliente esperava na linha. Sob pedido, a
      *    consulta tambem abre os pedidos do arquivo morto de um
      *    ano (PEDIDOS_AAAA.DAT, do arquivamento do PROG181).
      *    O credito nao aplicado do cliente (creditos_cliente.dat)
      *    aparece abatendo o saldo devedor, como valor negativo.
      *    Na base de treinamento (PROG273) a tela abre com o aviso
      *    de dados ficticios.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBPEDIDO.cob".
           COPY "SBCOTACAO.cob".
           COPY "SBFATURA.cob".
           COPY "SBCREDITO.cob".
      *    arquivo morto do ano pedido, apontado pela variavel de
      *    ambiente montada na partida.
           SELECT OPTIONAL ARQUIVO-PEDIDOS-MORTO
               ASSIGN TO ARQPEDMORTO
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY "SBPARAMETRO.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDCLIENTE.cob".
           COPY "FDPEDIDO.cob".
           COPY "FDCOTACAO.cob".
           COPY "FDFATURA.cob".
           COPY "FDCREDITO.cob".

      *    a linha do morto e a imagem do PEDIDO-REGISTRO da epoca
      *    do arquivamento - o layout e remontado em MORTO-PEDIDO.
       FD  ARQUIVO-PEDIDOS-MORTO.
       01  PEDIDO-MORTO-LINHA PIC X(99).
           COPY "FDPARAMETRO.cob".

       WORKING-STORAGE SECTION.
           COPY "WSPARAMETRO.cob".
       77  REGISTRO-ENCONTRADO PIC X.
       77  CODIGO-INFORMADO PIC 9(4).
       77  FIM-CONTATOS PIC X.
       77  QTD-FATURAS-ABERTAS PIC 9(4).
       77  SALDO-DA-FATURA PIC S9(8)V99.
       77  SALDO-DEVEDOR PIC S9(10)V99.
       77  FIM-CREDITOS PIC X.
       77  QTD-CREDITOS PIC 9(4).
       77  SALDO-DO-CREDITO PIC S9(8)V99.
       77  TOTAL-NAO-APLICADO PIC S9(10)V99.
       77  VALOR-EDITADO PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       77  INDICE-CONTATO PIC 9(2).
       77  QTD-CONTATOS-GUARDADOS PIC 9(2).
       77  ANO-DO-MORTO PIC 9(4).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
      *    na base de treinamento a tela abre com o aviso de dados
      *    ficticios.
           PERFORM CARREGA-PARAMETROS.

           DISPLAY "Consultar tambem o arquivo morto de qual ".
           DISPLAY " ano (0 = nenhum)? ".
           ACCEPT ANO-DO-MORTO.
           OPEN INPUT ARQUIVO-PEDIDOS.
           OPEN INPUT ARQUIVO-COTACOES.
           OPEN INPUT ARQUIVO-FATURAS.
           OPEN INPUT ARQUIVO-CREDITOS.

           MOVE 9999 TO CODIGO-INFORMADO.
           PERFORM CONSULTA-CLIENTE
           CLOSE ARQUIVO-PEDIDOS.
           CLOSE ARQUIVO-COTACOES.
           CLOSE ARQUIVO-FATURAS.
           CLOSE ARQUIVO-CREDITOS.
       PROGRAM-DONE.
      *    GOBACK devolve o controle ao menu quando chamado pelo
      *    PROG40, e encerra normalmente quando executado sozinho.
                   PERFORM MOSTRA-PEDIDOS-ABERTOS
                   PERFORM MOSTRA-PEDIDOS-DO-MORTO
                   PERFORM MOSTRA-COTACOES-ABERTAS
                   PERFORM MOSTRA-SALDO-DEVEDOR
                   PERFORM MOSTRA-CREDITOS-NAO-APLICADOS.

       LOCALIZA-CLIENTE.
           MOVE CODIGO-INFORMADO TO CLIENTE-CODIGO.
           DISPLAY "Vendedor.: " CLIENTE-FUNCIONARIO-CODIGO.
           DISPLAY "Limite...: " CLIENTE-LIMITE-CREDITO.

           IF CLIENTE-BLOQUEADO
               DISPLAY "Credito..: BLOQUEADO por inadimplencia".

       MOSTRA-CONTATOS.
           DISPLAY " ".
           DISPLAY "--- ULTIMOS CONTATOS ---".
                       ADD SALDO-DA-FATURA TO SALDO-DEVEDOR
                       DISPLAY "Fatura " FATURA-NUMERO
                           " vence " FATURA-DATA-VENCIMENTO
                           " saldo " SALDO-DA-FATURA
                       PERFORM MOSTRA-PARCELA.

       MOSTRA-PARCELA.
      *    venda a prazo - o cliente que pagou a primeira de tres
      *    so deve as outras, cada uma no seu vencimento.
           IF FATURA-PARCELA NUMERIC AND FATURA-QTD-PARCELAS > 1
               DISPLAY "       parcela " FATURA-PARCELA "/"
                   FATURA-QTD-PARCELAS " da fatura "
                   FATURA-DOCUMENTO.

       MOSTRA-CREDITOS-NAO-APLICADOS.
      *    o credito abate a divida - aparece negativo, e o saldo
      *    liquido e o que o cliente deve de fato.
           MOVE ZEROS TO QTD-CREDITOS.
           MOVE ZEROS TO TOTAL-NAO-APLICADO.
           MOVE "N" TO FIM-CREDITOS.
           MOVE CODIGO-INFORMADO TO CRED-CLIENTE-CODIGO.

           START ARQUIVO-CREDITOS
               KEY IS EQUAL TO CRED-CLIENTE-CODIGO
               INVALID KEY
                   MOVE "S" TO FIM-CREDITOS.

           PERFORM MOSTRA-UM-CREDITO
               UNTIL FIM-CREDITOS = "S".

           IF QTD-CREDITOS > ZEROS
               COMPUTE VALOR-EDITADO = ZEROS - TOTAL-NAO-APLICADO
               DISPLAY "Credito nao aplicado......: " VALOR-EDITADO
               COMPUTE VALOR-EDITADO =
                   SALDO-DEVEDOR - TOTAL-NAO-APLICADO
               DISPLAY "Saldo liquido do cliente..: " VALOR-EDITADO.

       MOSTRA-UM-CREDITO.
           READ ARQUIVO-CREDITOS NEXT RECORD
               AT END
                   MOVE "S" TO FIM-CREDITOS.

           IF FIM-CREDITOS = "N"
               IF CRED-CLIENTE-CODIGO NOT = CODIGO-INFORMADO
                   MOVE "S" TO FIM-CREDITOS
               ELSE
                   IF CRED-EM-ABERTO
                       PERFORM MOSTRA-CREDITO-EM-ABERTO.

       MOSTRA-CREDITO-EM-ABERTO.
           COMPUTE SALDO-DO-CREDITO =
               CRED-VALOR - CRED-VALOR-APLICADO.

           IF SALDO-DO-CREDITO > ZEROS
               ADD 1 TO QTD-CREDITOS
               ADD SALDO-DO-CREDITO TO TOTAL-NAO-APLICADO
               COMPUTE VALOR-EDITADO = ZEROS - SALDO-DO-CREDITO
               DISPLAY "Credito " CRED-NUMERO
                   " de " CRED-DATA
                   " ref " CRED-REFERENCIA-BANCO
                   " valor " VALOR-EDITADO.

           COPY "PDPARAMETRO.cob".
