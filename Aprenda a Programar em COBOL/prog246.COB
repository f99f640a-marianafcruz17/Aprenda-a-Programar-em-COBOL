       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG246.
      *    lancamento das diferencas de inventario aprovadas - com
      *    o relatorio do PROG245 assinado, o aprovador informa a
      *    contagem; so contagem sem produto pendente (nao contado
      *    ou esperando segunda contagem) e lancada. Cada diferenca
      *    entre a contagem final e o saldo congelado pelo PROG242
      *    e somada ao saldo ATUAL do produto e gravada como
      *    movimento "A" no razao de estoque_mov.dat, com a
      *    contagem como documento - o que entrou ou saiu durante a
      *    contagem continua no saldo, em vez de o ajuste apagar o
      *    movimento. O produto sai da contagem (PRODUTO-
      *    INVENTARIO zerado) e a linha fica "L" com aprovador,
      *    data e ajuste lancado.
      *    Na base de treinamento (PROG273) a tela abre com o aviso
      *    de dados ficticios.
      *    Com a janela batch noturna no ar (trava do PROG177) a
      *    atualizacao e recusada logo na entrada.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBINVENTARIO.cob".
           COPY "SBPRODUTO.cob".
           COPY "SBESTMOV.cob".
           COPY "SBPARAMETRO.cob".
           COPY "SBJANELA.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDINVENTARIO.cob".
           COPY "FDPRODUTO.cob".
           COPY "FDESTMOV.cob".
           COPY "FDPARAMETRO.cob".
           COPY "FDJANELA.cob".

       WORKING-STORAGE SECTION.
           COPY "WSJANELA.cob".
           COPY "WSPARAMETRO.cob".
           COPY "WSCONFIRMA.cob".
       77  APROVADOR-INFORMADO PIC X(10).
       77  CONTAGEM-INFORMADA PIC 9(6).
       77  FIM-INVENTARIO PIC X.
       77  DATA-DE-HOJE PIC 9(8).
       77  QUANTIDADE-FINAL PIC 9(6).
       77  DIFERENCA PIC S9(7).
       77  VALOR-DIFERENCA PIC S9(10)V99.
       77  TOTAL-LINHAS PIC 9(6).
       77  TOTAL-PENDENTES PIC 9(6).
       77  TOTAL-JA-LANCADOS PIC 9(6).
       77  TOTAL-COM-DIFERENCA PIC 9(6).
       77  TOTAL-AJUSTADOS PIC 9(6).
       77  VALOR-LIQUIDO PIC S9(12)V99.
       77  PRODUTO-ACHADO PIC X.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
      *    na base de treinamento a tela abre com o aviso de dados
      *    ficticios.
           PERFORM CARREGA-PARAMETROS.

      *    com a janela batch no ar a atualizacao fica parada - a
      *    trava e do orquestrador PROG177.
           MOVE "PROG246" TO JANELA-PROGRAMA.
           PERFORM CONFERE-JANELA-BATCH.
           IF JANELA-BLOQUEIO = "S"
               GOBACK.

           DISPLAY "Aprovador: ".
           ACCEPT APROVADOR-INFORMADO.
           DISPLAY "Numero da contagem de inventario aprovada: ".
           ACCEPT CONTAGEM-INFORMADA.

           ACCEPT DATA-DE-HOJE FROM DATE YYYYMMDD.

           OPEN I-O ARQUIVO-INVENTARIO.

           PERFORM CONFERE-CONTAGEM.

           IF TOTAL-LINHAS = ZEROS
               DISPLAY "Contagem nao encontrada"
           ELSE
               IF TOTAL-PENDENTES > ZEROS
                   DISPLAY TOTAL-PENDENTES " produtos sem contagem "
                       "final - conte e rode o PROG245 de novo"
               ELSE
                   IF TOTAL-JA-LANCADOS = TOTAL-LINHAS
                       DISPLAY "Contagem ja lancada"
                   ELSE
                       PERFORM CONFIRMA-LANCAMENTO.

           CLOSE ARQUIVO-INVENTARIO.
       PROGRAM-DONE.
      *    GOBACK devolve o controle ao menu quando chamado pelo
      *    PROG40, e encerra normalmente quando executado sozinho.
           GOBACK.

       CONFERE-CONTAGEM.
      *    primeira passada so conta - nada e lancado com produto
      *    pendente, e o aprovador ve os mesmos totais do PROG245.
           MOVE ZEROS TO TOTAL-LINHAS.
           MOVE ZEROS TO TOTAL-PENDENTES.
           MOVE ZEROS TO TOTAL-JA-LANCADOS.
           MOVE ZEROS TO TOTAL-COM-DIFERENCA.
           MOVE ZEROS TO VALOR-LIQUIDO.

           PERFORM POSICIONA-CONTAGEM.
           PERFORM CONFERE-UMA-LINHA
               UNTIL FIM-INVENTARIO = "S".

       POSICIONA-CONTAGEM.
           MOVE CONTAGEM-INFORMADA TO INV-CONTAGEM.
           MOVE ZEROS TO INV-PRODUTO-CODIGO.
           MOVE "N" TO FIM-INVENTARIO.

           START ARQUIVO-INVENTARIO
               KEY IS NOT LESS THAN INV-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-INVENTARIO.

       LEIA-PROXIMA-LINHA.
           READ ARQUIVO-INVENTARIO NEXT RECORD
               AT END
                   MOVE "S" TO FIM-INVENTARIO.

           IF FIM-INVENTARIO = "N"
               IF INV-CONTAGEM NOT = CONTAGEM-INFORMADA
                   MOVE "S" TO FIM-INVENTARIO.

       CONFERE-UMA-LINHA.
           PERFORM LEIA-PROXIMA-LINHA.

           IF FIM-INVENTARIO = "N"
               PERFORM SOMA-LINHA.

       SOMA-LINHA.
           ADD 1 TO TOTAL-LINHAS.

           IF INV-CONGELADO OR INV-PEDE-RECONTAGEM
               ADD 1 TO TOTAL-PENDENTES
           ELSE
               IF INV-LANCADO
                   ADD 1 TO TOTAL-JA-LANCADOS
               ELSE
                   PERFORM CALCULA-DIFERENCA
                   PERFORM SOMA-DIFERENCA.

       CALCULA-DIFERENCA.
      *    a segunda contagem, quando houve, e a que vale.
           IF INV-RECONTADO
               MOVE INV-SEGUNDA-CONTAGEM TO QUANTIDADE-FINAL
           ELSE
               MOVE INV-PRIMEIRA-CONTAGEM TO QUANTIDADE-FINAL.

           COMPUTE DIFERENCA =
               QUANTIDADE-FINAL - INV-SALDO-CONGELADO.

       SOMA-DIFERENCA.
           IF DIFERENCA NOT = ZEROS
               ADD 1 TO TOTAL-COM-DIFERENCA
               COMPUTE VALOR-DIFERENCA =
                   DIFERENCA * INV-CUSTO-UNITARIO
               ADD VALOR-DIFERENCA TO VALOR-LIQUIDO.

       CONFIRMA-LANCAMENTO.
           DISPLAY "Produtos na contagem....: " TOTAL-LINHAS.
           DISPLAY "Produtos com diferenca..: " TOTAL-COM-DIFERENCA.
           DISPLAY "Diferenca liquida (R$)..: " VALOR-LIQUIDO.

           MOVE "Aprova e lanca os ajustes (S/N)? " TO
               CONFIRMA-MENSAGEM.
           MOVE SPACE TO CONFIRMA-RESPOSTA.
           PERFORM PERGUNTA-CONFIRMACAO
               UNTIL CONFIRMA-RESPOSTA = "S" OR "N".

           IF CONFIRMA-RESPOSTA = "S"
               PERFORM LANCA-CONTAGEM
           ELSE
               DISPLAY "Nada lancado".

       LANCA-CONTAGEM.
           OPEN I-O ARQUIVO-PRODUTOS.
           OPEN EXTEND ARQUIVO-ESTOQUE-MOV.

           MOVE ZEROS TO TOTAL-AJUSTADOS.

           PERFORM POSICIONA-CONTAGEM.
           PERFORM LANCA-UMA-LINHA
               UNTIL FIM-INVENTARIO = "S".

           CLOSE ARQUIVO-PRODUTOS.
           CLOSE ARQUIVO-ESTOQUE-MOV.

           DISPLAY "Ajustes lancados: " TOTAL-AJUSTADOS.

       LANCA-UMA-LINHA.
           PERFORM LEIA-PROXIMA-LINHA.

           IF FIM-INVENTARIO = "N"
               IF NOT INV-LANCADO
                   PERFORM LANCA-LINHA.

       LANCA-LINHA.
           PERFORM CALCULA-DIFERENCA.

           MOVE INV-PRODUTO-CODIGO TO PRODUTO-CODIGO.
           PERFORM LE-PRODUTO.

           IF PRODUTO-ACHADO = "S"
               PERFORM AJUSTA-PRODUTO.

           MOVE "L" TO INV-SITUACAO.
           MOVE APROVADOR-INFORMADO TO INV-APROVADOR.
           MOVE DATA-DE-HOJE TO INV-DATA-LANCAMENTO.
           MOVE DIFERENCA TO INV-AJUSTE-LANCADO.

           REWRITE INVENTARIO-REGISTRO
               INVALID KEY
                   DISPLAY "Erro ao fechar a linha do produto "
                       INV-PRODUTO-CODIGO.

       LE-PRODUTO.
           MOVE "S" TO PRODUTO-ACHADO.
           READ ARQUIVO-PRODUTOS RECORD
               INVALID KEY
                   MOVE "N" TO PRODUTO-ACHADO
                   DISPLAY "Produto " INV-PRODUTO-CODIGO
                       " fora do cadastro, ajuste nao lancado".

       AJUSTA-PRODUTO.
      *    a diferenca vai sobre o saldo de agora, nao sobre o
      *    congelado.
           ADD DIFERENCA TO PRODUTO-ESTOQUE.

           IF PRODUTO-INVENTARIO = INV-CONTAGEM
               MOVE ZEROS TO PRODUTO-INVENTARIO.

           REWRITE PRODUTO-REGISTRO
               INVALID KEY
                   DISPLAY "Erro ao ajustar o produto "
                       PRODUTO-CODIGO
               NOT INVALID KEY
                   PERFORM GRAVA-MOVIMENTO-AJUSTE.

       GRAVA-MOVIMENTO-AJUSTE.
      *    produto que bateu so sai da contagem, sem movimento.
           IF DIFERENCA NOT = ZEROS
               ADD 1 TO TOTAL-AJUSTADOS
               ACCEPT MOV-DATA FROM DATE YYYYMMDD
               ACCEPT MOV-HORA FROM TIME
               MOVE PRODUTO-CODIGO TO MOV-PRODUTO-CODIGO
               MOVE "A" TO MOV-TIPO
               MOVE DIFERENCA TO MOV-QUANTIDADE
               MOVE CONTAGEM-INFORMADA TO MOV-DOCUMENTO
               MOVE APROVADOR-INFORMADO TO MOV-OPERADOR
               MOVE PRODUTO-ESTOQUE TO MOV-SALDO-RESULTANTE
               WRITE ESTOQUE-MOV-REGISTRO.

           COPY "PDCONFIRMA.cob".
           COPY "PDPARAMETRO.cob".
           COPY "PDJANELA.cob".
