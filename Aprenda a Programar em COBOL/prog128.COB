      *    recebida e ajuste de inventario sobre PRODUTO-ESTOQUE,
      *    cada movimento anexado ao razao de estoque_mov.dat. As
      *    saidas por faturamento (PROG121) e os retornos de
      *    devolucao (PROG127) gravam no mesmo razao sozinhos, e a
      *    mercadoria que chega contra pedido de compra entra pelo
      *    recebimento do PROG234 - aqui fica a entrada avulsa,
      *    sem pedido de compra. A mercadoria que entra atende, na
      *    rodada diaria do PROG230, os saldos de pedido que
      *    aguardam estoque. O ajuste avulso ficou para acerto
      *    pontual - a contagem geral passa pelo ciclo de
      *    inventario (PROG242 a PROG246), e produto com contagem
      *    em aberto nao aceita ajuste daqui, para o lancamento das
      *    diferencas nao contar o acerto duas vezes. Com o mes de
      *    hoje ja fechado pelo PROG263 o estoque nao se move daqui.
      *    Com a janela batch noturna no ar (trava do PROG177) a
      *    atualizacao e recusada logo na entrada.
      *    Na base de treinamento (PROG273) a tela abre com o aviso
      *    de dados ficticios.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBPRODUTO.cob".
           COPY "SBESTMOV.cob".
           COPY "SBPERVENDA.cob".
           COPY "SBJANELA.cob".
           COPY "SBPARAMETRO.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDPRODUTO.cob".
           COPY "FDESTMOV.cob".
           COPY "FDPERVENDA.cob".
           COPY "FDJANELA.cob".
           COPY "FDPARAMETRO.cob".

       WORKING-STORAGE SECTION.
           COPY "WSPARAMETRO.cob".
           COPY "WSJANELA.cob".
           COPY "WSCONFIRMA.cob".
           COPY "WSPERVENDA.cob".
       77  OPCAO-MENU PIC 9.
       77  REGISTRO-ENCONTRADO PIC X.
       77  CODIGO-PRODUTO PIC 9(4).

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
                   " ja fechado pelo PROG263, nada movimentado"
               GOBACK.

      *    com a janela batch no ar a atualizacao fica parada - a
      *    trava e do orquestrador PROG177.
           MOVE "PROG128" TO JANELA-PROGRAMA.
           PERFORM CONFERE-JANELA-BATCH.
           IF JANELA-BLOQUEIO = "S"
               GOBACK.

           DISPLAY "Operador: ".
           ACCEPT OPERADOR-INFORMADO.

      *    o ajuste recebe o saldo contado e lanca a diferenca -
      *    positiva ou negativa - como movimento "A".
           PERFORM LOCALIZA-PRODUTO.
           PERFORM VERIFICA-CONTAGEM-ABERTA.

           IF REGISTRO-ENCONTRADO = "S"
               DISPLAY "Saldo contado no inventario: "
               ELSE
                   PERFORM CONFIRMA-E-APLICA.

       VERIFICA-CONTAGEM-ABERTA.
      *    produto gravado antes do ciclo de inventario traz o
      *    campo em branco - fora de contagem.
           IF REGISTRO-ENCONTRADO = "S"
               IF PRODUTO-INVENTARIO NUMERIC AND
                   PRODUTO-INVENTARIO NOT = ZEROS
                   MOVE "N" TO REGISTRO-ENCONTRADO
                   DISPLAY "Produto na contagem de inventario "
                       PRODUTO-INVENTARIO ", ajuste pelo PROG246".

       LOCALIZA-PRODUTO.
           DISPLAY "Informe o codigo do produto: ".
           ACCEPT CODIGO-PRODUTO.
           WRITE ESTOQUE-MOV-REGISTRO.

           COPY "PDCONFIRMA.cob".
           COPY "PDPERVENDA.cob".
           COPY "PDJANELA.cob".
           COPY "PDPARAMETRO.cob".
