       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG244.
      *    digitacao das contagens fisicas de inventario - para
      *    cada produto de uma contagem congelada pelo PROG242 o
      *    digitador informa a quantidade anotada na folha cega do
      *    PROG243, sem ver o saldo do sistema. Diferenca grande
      *    contra o saldo congelado - acima de PERC-RECONTAGEM por
      *    cento do saldo ou de VALOR-RECONTAGEM pelo custo medio,
      *    ambos de parametros.dat - separa o produto para a
      *    segunda contagem, que e digitada aqui mesmo e passa a
      *    ser a que vale. A primeira contagem pode ser redigitada
      *    enquanto nao houver segunda; contagem ja lancada pelo
      *    PROG246 nao aceita mais nada.
      *    Com a janela batch noturna no ar (trava do PROG177) a
      *    atualizacao e recusada logo na entrada.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBINVENTARIO.cob".
           COPY "SBPARAMETRO.cob".
           COPY "SBJANELA.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDINVENTARIO.cob".
           COPY "FDPARAMETRO.cob".
           COPY "FDJANELA.cob".

       WORKING-STORAGE SECTION.
           COPY "WSJANELA.cob".
           COPY "WSPARAMETRO.cob".
       77  OPERADOR-INFORMADO PIC X(10).
       77  CONTAGEM-INFORMADA PIC 9(6).
       77  CONTAGEM-EXISTE PIC X.
       77  PRODUTO-INFORMADO PIC 9(4).
       77  REGISTRO-ENCONTRADO PIC X.
       77  QUANTIDADE-CONTADA PIC 9(6).
       77  DIFERENCA PIC S9(7).
       77  DIFERENCA-ABSOLUTA PIC 9(7).
       77  SALDO-ABSOLUTO PIC 9(7).
       77  VALOR-DIFERENCA PIC 9(10)V99.
       77  PEDE-RECONTAGEM PIC X.
      *    contingencia quando parametros.dat nao traz a chave.
       77  PERC-RECONTAGEM PIC 9(3)V99 VALUE 5.
      *    contingencia quando parametros.dat nao traz a chave.
       77  VALOR-RECONTAGEM PIC 9(8)V99 VALUE 200.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM CARREGA-PARAMETROS.

      *    com a janela batch no ar a atualizacao fica parada - a
      *    trava e do orquestrador PROG177.
           MOVE "PROG244" TO JANELA-PROGRAMA.
           PERFORM CONFERE-JANELA-BATCH.
           IF JANELA-BLOQUEIO = "S"
               GOBACK.
           MOVE "PERC-RECONTAGEM" TO PARAM-BUSCA-CHAVE.
           PERFORM BUSCA-PARAMETRO.
           IF PARAM-ACHADO = "S"
               MOVE PARAM-VALOR-LIDO TO PERC-RECONTAGEM.
           MOVE "VALOR-RECONTAGEM" TO PARAM-BUSCA-CHAVE.
           PERFORM BUSCA-PARAMETRO.
           IF PARAM-ACHADO = "S"
               MOVE PARAM-VALOR-LIDO TO VALOR-RECONTAGEM.

           DISPLAY "Operador: ".
           ACCEPT OPERADOR-INFORMADO.
           DISPLAY "Numero da contagem de inventario: ".
           ACCEPT CONTAGEM-INFORMADA.

           OPEN I-O ARQUIVO-INVENTARIO.

           PERFORM VERIFICA-CONTAGEM.

           IF CONTAGEM-EXISTE = "N"
               DISPLAY "Contagem nao encontrada"
           ELSE
               MOVE 9999 TO PRODUTO-INFORMADO
               PERFORM RECEBE-CONTAGEM
                   UNTIL PRODUTO-INFORMADO = ZEROS.

           CLOSE ARQUIVO-INVENTARIO.
       PROGRAM-DONE.
      *    GOBACK devolve o controle ao menu quando chamado pelo
      *    PROG40, e encerra normalmente quando executado sozinho.
           GOBACK.

       VERIFICA-CONTAGEM.
           MOVE CONTAGEM-INFORMADA TO INV-CONTAGEM.
           MOVE ZEROS TO INV-PRODUTO-CODIGO.
           MOVE "S" TO CONTAGEM-EXISTE.

           START ARQUIVO-INVENTARIO
               KEY IS NOT LESS THAN INV-CHAVE
               INVALID KEY
                   MOVE "N" TO CONTAGEM-EXISTE.

           IF CONTAGEM-EXISTE = "S"
               READ ARQUIVO-INVENTARIO NEXT RECORD
                   AT END
                       MOVE "N" TO CONTAGEM-EXISTE.

           IF CONTAGEM-EXISTE = "S"
               IF INV-CONTAGEM NOT = CONTAGEM-INFORMADA
                   MOVE "N" TO CONTAGEM-EXISTE.

       RECEBE-CONTAGEM.
           DISPLAY "Codigo do produto contado (0 para sair): ".
           ACCEPT PRODUTO-INFORMADO.

           IF PRODUTO-INFORMADO NOT = ZEROS
               PERFORM LOCALIZA-LINHA
               IF REGISTRO-ENCONTRADO = "S"
                   PERFORM AVALIA-LINHA.

       LOCALIZA-LINHA.
           MOVE CONTAGEM-INFORMADA TO INV-CONTAGEM.
           MOVE PRODUTO-INFORMADO TO INV-PRODUTO-CODIGO.
           MOVE "S" TO REGISTRO-ENCONTRADO.

           READ ARQUIVO-INVENTARIO RECORD
               INVALID KEY
                   MOVE "N" TO REGISTRO-ENCONTRADO
                   DISPLAY "Produto fora desta contagem".

       AVALIA-LINHA.
      *    a tela mostra so o que esta na folha - nunca o saldo
      *    congelado.
           DISPLAY "Produto: " INV-DESCRICAO.
           DISPLAY "Local..: " INV-LOCALIZACAO.

           IF INV-LANCADO
               DISPLAY "Contagem ja lancada, nada alterado"
           ELSE
               IF INV-PEDE-RECONTAGEM OR INV-RECONTADO
                   PERFORM PEGA-SEGUNDA-CONTAGEM
               ELSE
                   PERFORM PEGA-PRIMEIRA-CONTAGEM.

       PEGA-PRIMEIRA-CONTAGEM.
           IF INV-CONTADO
               DISPLAY "Produto ja contado - a nova quantidade "
                   "substitui a anterior".

           DISPLAY "Quantidade contada: ".
           ACCEPT QUANTIDADE-CONTADA.

           MOVE QUANTIDADE-CONTADA TO INV-PRIMEIRA-CONTAGEM.
           MOVE OPERADOR-INFORMADO TO INV-OPERADOR-CONTAGEM.
           PERFORM CONFERE-TOLERANCIA.

           IF PEDE-RECONTAGEM = "S"
               MOVE "2" TO INV-SITUACAO
               DISPLAY "Diferenca grande - produto separado para a "
                   "segunda contagem (folha 2 do PROG243)"
           ELSE
               MOVE "1" TO INV-SITUACAO.

           PERFORM REGRAVA-LINHA.

       PEGA-SEGUNDA-CONTAGEM.
           IF INV-RECONTADO
               DISPLAY "Segunda contagem ja digitada - a nova "
                   "quantidade substitui a anterior".

           DISPLAY "Quantidade da segunda contagem: ".
           ACCEPT QUANTIDADE-CONTADA.

           MOVE QUANTIDADE-CONTADA TO INV-SEGUNDA-CONTAGEM.
           MOVE OPERADOR-INFORMADO TO INV-OPERADOR-CONTAGEM.
           MOVE "R" TO INV-SITUACAO.

           PERFORM REGRAVA-LINHA.

       CONFERE-TOLERANCIA.
      *    a tolerancia olha a diferenca em quantidade (percentual
      *    do saldo congelado) e em valor (pelo custo medio
      *    congelado) - passar de qualquer uma pede recontagem.
           COMPUTE DIFERENCA =
               QUANTIDADE-CONTADA - INV-SALDO-CONGELADO.

           IF DIFERENCA < ZEROS
               COMPUTE DIFERENCA-ABSOLUTA = ZEROS - DIFERENCA
           ELSE
               MOVE DIFERENCA TO DIFERENCA-ABSOLUTA.

           IF INV-SALDO-CONGELADO < ZEROS
               COMPUTE SALDO-ABSOLUTO = ZEROS - INV-SALDO-CONGELADO
           ELSE
               MOVE INV-SALDO-CONGELADO TO SALDO-ABSOLUTO.

           COMPUTE VALOR-DIFERENCA =
               DIFERENCA-ABSOLUTA * INV-CUSTO-UNITARIO.

           MOVE "N" TO PEDE-RECONTAGEM.

           IF DIFERENCA-ABSOLUTA * 100 >
               SALDO-ABSOLUTO * PERC-RECONTAGEM
               MOVE "S" TO PEDE-RECONTAGEM.

           IF VALOR-DIFERENCA > VALOR-RECONTAGEM
               MOVE "S" TO PEDE-RECONTAGEM.

       REGRAVA-LINHA.
           REWRITE INVENTARIO-REGISTRO
               INVALID KEY
                   DISPLAY "Erro ao gravar a contagem do produto "
                       INV-PRODUTO-CODIGO
               NOT INVALID KEY
                   DISPLAY "Contagem gravada".

           COPY "PDPARAMETRO.cob".
           COPY "PDJANELA.cob".
