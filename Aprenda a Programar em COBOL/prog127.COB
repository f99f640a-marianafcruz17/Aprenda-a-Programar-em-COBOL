      *    saldo a receber da fatura. O estorno da comissao do
      *    vendedor sai no PROG102 no mes da devolucao - antes
      *    disto a fatura ficava devendo e o vendedor ficava com a
      *    comissao. Venda a prazo abate o credito das parcelas
      *    em aberto na ordem de vencimento; o que sobrar fica na
      *    ultima parcela. A mercadoria volta ao estoque pelo custo
      *    carimbado na linha vendida, que entra no custo medio do
      *    produto e fica na nota de credito para a margem bruta
      *    estornar o mesmo custo com que a venda saiu. Com o mes
      *    de hoje ja fechado pelo PROG263 nada e devolvido.
      *    Parcela quitada pelo credito da devolucao sai na trilha
      *    de auditoria com o operador. Kit devolvido (estrutura do
      *    PROG267) volta ao deposito nos componentes, cada um com
      *    a quantidade por kit vezes os kits devolvidos e o seu
      *    movimento "D", pelo proprio custo medio - o custo do kit
      *    fica inteiro na nota de credito.
      *    Com a janela batch noturna no ar (trava do PROG177) a
      *    atualizacao e recusada logo na entrada.
      *    Na base de treinamento (PROG273) a tela abre com o aviso
      *    de dados ficticios.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBDEVOLUCAO.cob".
           COPY "SBPRODUTO.cob".
           COPY "SBESTMOV.cob".
           COPY "SBPERVENDA.cob".
           COPY "SBAUDITORIA.cob".
           COPY "SBKIT.cob".
           COPY "SBJANELA.cob".
           COPY "SBPARAMETRO.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDPEDIDO.cob".
           COPY "FDDEVOLUCAO.cob".
           COPY "FDPRODUTO.cob".
           COPY "FDESTMOV.cob".
           COPY "FDPERVENDA.cob".
           COPY "FDAUDITORIA.cob".
           COPY "FDKIT.cob".
           COPY "FDJANELA.cob".
           COPY "FDPARAMETRO.cob".

       WORKING-STORAGE SECTION.
           COPY "WSPARAMETRO.cob".
           COPY "WSJANELA.cob".
           COPY "WSCONFIRMA.cob".
           COPY "WSCUSTOMEDIO.cob".
           COPY "WSPERVENDA.cob".
           COPY "WSAUDFATURA.cob".
           COPY "WSKIT.cob".
       77  REGISTRO-ENCONTRADO PIC X.
       77  NUMERO-INFORMADO PIC 9(6).
       77  PRODUTO-INFORMADO PIC 9(4).
       77  VALOR-DO-CREDITO PIC 9(8)V99.
       77  SALDO-DA-FATURA PIC S9(8)V99.
       77  OPERADOR-INFORMADO PIC X(10).
       77  DOCUMENTO-DO-PEDIDO PIC 9(6).
       77  CREDITO-A-DISTRIBUIR PIC 9(8)V99.
       77  PARTE-DO-CREDITO PIC 9(8)V99.
       77  ULTIMA-PARCELA PIC X.
       77  CUSTO-DA-DEVOLUCAO PIC 9(6)V99.
       77  QUANTIDADE-RETORNADA PIC 9(7).

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
                   " ja fechado pelo PROG263, nada devolvido"
               GOBACK.

      *    com a janela batch no ar a atualizacao fica parada - a
      *    trava e do orquestrador PROG177.
           MOVE "PROG127" TO JANELA-PROGRAMA.
           PERFORM CONFERE-JANELA-BATCH.
           IF JANELA-BLOQUEIO = "S"
               GOBACK.

           DISPLAY "Operador: ".
           ACCEPT OPERADOR-INFORMADO.
           MOVE "A" TO AUDFAT-OPERACAO.
           MOVE OPERADOR-INFORMADO TO AUDFAT-OPERADOR.

           OPEN INPUT ARQUIVO-PEDIDOS.
           OPEN INPUT ARQUIVO-PEDIDO-ITENS.
           OPEN EXTEND ARQUIVO-DEVOLUCOES.
           OPEN I-O ARQUIVO-PRODUTOS.
           OPEN EXTEND ARQUIVO-ESTOQUE-MOV.
           OPEN EXTEND ARQUIVO-AUDITORIA.
           OPEN INPUT ARQUIVO-KITS.

           MOVE 999999 TO NUMERO-INFORMADO.
           PERFORM RECEBE-DEVOLUCAO
           CLOSE ARQUIVO-DEVOLUCOES.
           CLOSE ARQUIVO-PRODUTOS.
           CLOSE ARQUIVO-ESTOQUE-MOV.
           CLOSE ARQUIVO-AUDITORIA.
           CLOSE ARQUIVO-KITS.
       PROGRAM-DONE.
      *    GOBACK devolve o controle ao menu quando chamado pelo
      *    PROG40, e encerra normalmente quando executado sozinho.
           IF FIM-FATURAS = "N"
               IF FATURA-PEDIDO-NUMERO = NUMERO-INFORMADO
                   MOVE "S" TO FATURA-ENCONTRADA
                   MOVE FATURA-NUMERO TO DOCUMENTO-DO-PEDIDO
                   MOVE "S" TO FIM-FATURAS.

       PEGA-ITEM-DEVOLVIDO.
           ELSE
               COMPUTE VALOR-DO-CREDITO =
                   QUANTIDADE-DEVOLVIDA * ITEM-PRECO-UNITARIO
               PERFORM GUARDA-CUSTO-DA-LINHA
               PERFORM CONFIRMA-DEVOLUCAO.

       GUARDA-CUSTO-DA-LINHA.
      *    linha faturada antes do custo medio vem sem carimbo.
           IF ITEM-CUSTO-UNITARIO NOT NUMERIC
               MOVE ZEROS TO CUSTO-DA-DEVOLUCAO
           ELSE
               MOVE ITEM-CUSTO-UNITARIO TO CUSTO-DA-DEVOLUCAO.

       CONFIRMA-DEVOLUCAO.
           DISPLAY "Valor da nota de credito: " VALOR-DO-CREDITO.

               DISPLAY "Devolucao cancelada".

       APLICA-CREDITO.
      *    as parcelas de um pedido tem numeros seguidos a partir
      *    da primeira, achada na localizacao.
           MOVE VALOR-DO-CREDITO TO CREDITO-A-DISTRIBUIR.
           MOVE DOCUMENTO-DO-PEDIDO TO FATURA-NUMERO.
           MOVE "N" TO FIM-FATURAS.

           START ARQUIVO-FATURAS
               KEY IS NOT LESS THAN FATURA-NUMERO
               INVALID KEY
                   MOVE "S" TO FIM-FATURAS.

           PERFORM ABATE-UMA-PARCELA
               UNTIL FIM-FATURAS = "S".

           MOVE DOCUMENTO-DO-PEDIDO TO FATURA-NUMERO.
           PERFORM GRAVA-DEVOLUCAO.
           PERFORM RETORNA-AO-ESTOQUE.

       ABATE-UMA-PARCELA.
           READ ARQUIVO-FATURAS NEXT RECORD
               AT END
                   MOVE "S" TO FIM-FATURAS.

           IF FIM-FATURAS = "N"
               IF FATURA-PEDIDO-NUMERO NOT = NUMERO-INFORMADO
                   MOVE "S" TO FIM-FATURAS
               ELSE
                   PERFORM ABATE-CREDITO-NA-PARCELA.

       ABATE-CREDITO-NA-PARCELA.
      *    fatura anterior as condicoes de pagamento e parcela
      *    unica, e portanto a ultima.
           COMPUTE SALDO-DA-FATURA =
               FATURA-VALOR - FATURA-VALOR-PAGO -
               FATURA-VALOR-CREDITO.

           MOVE "N" TO ULTIMA-PARCELA.
           IF FATURA-PARCELA NOT NUMERIC
               MOVE "S" TO ULTIMA-PARCELA
           ELSE
               IF FATURA-PARCELA = FATURA-QTD-PARCELAS
                   MOVE "S" TO ULTIMA-PARCELA.

           MOVE ZEROS TO PARTE-DO-CREDITO.
           IF ULTIMA-PARCELA = "S" OR
              CREDITO-A-DISTRIBUIR < SALDO-DA-FATURA
               MOVE CREDITO-A-DISTRIBUIR TO PARTE-DO-CREDITO
           ELSE
               IF SALDO-DA-FATURA > ZEROS
                   MOVE SALDO-DA-FATURA TO PARTE-DO-CREDITO.

           IF PARTE-DO-CREDITO > ZEROS
               PERFORM GRAVA-CREDITO-NA-PARCELA.

           IF CREDITO-A-DISTRIBUIR = ZEROS OR ULTIMA-PARCELA = "S"
               MOVE "S" TO FIM-FATURAS.

       GRAVA-CREDITO-NA-PARCELA.
           MOVE FATURA-STATUS TO AUDFAT-STATUS-ANTES.
           ADD PARTE-DO-CREDITO TO FATURA-VALOR-CREDITO.
           SUBTRACT PARTE-DO-CREDITO FROM CREDITO-A-DISTRIBUIR.

           COMPUTE SALDO-DA-FATURA =
               FATURA-VALOR - FATURA-VALOR-PAGO -

           REWRITE FATURA-REGISTRO
               INVALID KEY
                   DISPLAY "Erro ao reescrever a fatura "
                       FATURA-NUMERO
               NOT INVALID KEY
                   DISPLAY "Credito aplicado na fatura "
                       FATURA-NUMERO ", saldo: " SALDO-DA-FATURA
                   PERFORM GRAVA-AUDITORIA-FATURA.

       GRAVA-DEVOLUCAO.
           ACCEPT DEV-DATA FROM DATE YYYYMMDD.
           MOVE QUANTIDADE-DEVOLVIDA TO DEV-QUANTIDADE.
           MOVE VALOR-DO-CREDITO TO DEV-VALOR.
           MOVE OPERADOR-INFORMADO TO DEV-OPERADOR.
           MOVE CUSTO-DA-DEVOLUCAO TO DEV-CUSTO-UNITARIO.
           WRITE DEVOLUCAO-REGISTRO.

       RETORNA-AO-ESTOQUE.
      *    kit volta nos componentes; o resto volta no proprio
      *    produto.
           MOVE PRODUTO-INFORMADO TO KITBUSCA-PRODUTO.
           PERFORM CARREGA-COMPONENTES-DO-KIT.

           IF KITBUSCA-QTD > ZEROS
               PERFORM RETORNA-UM-COMPONENTE
                   VARYING KITBUSCA-INDICE FROM 1 BY 1
                   UNTIL KITBUSCA-INDICE > KITBUSCA-QTD
           ELSE
               PERFORM RETORNA-O-PRODUTO.

       RETORNA-O-PRODUTO.
      *    a mercadoria devolvida volta ao saldo do produto, com o
      *    movimento "D" anexado ao razao de estoque.
           MOVE PRODUTO-INFORMADO TO PRODUTO-CODIGO.
           MOVE QUANTIDADE-DEVOLVIDA TO QUANTIDADE-RETORNADA.

           READ ARQUIVO-PRODUTOS RECORD
               INVALID KEY
                   DISPLAY "Produto sem cadastro, estoque nao "
                       "retornado"
               NOT INVALID KEY
                   PERFORM REPOE-CUSTO-DA-DEVOLUCAO
                   ADD QUANTIDADE-RETORNADA TO PRODUTO-ESTOQUE
                   REWRITE PRODUTO-REGISTRO
                       INVALID KEY
                           DISPLAY "Erro ao retornar o estoque"
                       NOT INVALID KEY
                           PERFORM GRAVA-MOVIMENTO-DEVOLUCAO.

      *    o componente volta pelo custo medio que ja tem - o custo
      *    carimbado e do kit inteiro e nao se reparte.
       RETORNA-UM-COMPONENTE.
           MOVE KITBUSCA-COMPONENTE (KITBUSCA-INDICE) TO
               PRODUTO-CODIGO.
           COMPUTE QUANTIDADE-RETORNADA = QUANTIDADE-DEVOLVIDA *
               KITBUSCA-QUANTIDADE (KITBUSCA-INDICE).

           READ ARQUIVO-PRODUTOS RECORD
               INVALID KEY
                   DISPLAY "Componente " PRODUTO-CODIGO
                       " sem cadastro, estoque nao retornado"
               NOT INVALID KEY
                   ADD QUANTIDADE-RETORNADA TO PRODUTO-ESTOQUE
                   REWRITE PRODUTO-REGISTRO
                       INVALID KEY
                           DISPLAY "Erro ao retornar o estoque de "
                               PRODUTO-CODIGO
                       NOT INVALID KEY
                           PERFORM GRAVA-MOVIMENTO-DEVOLUCAO.

       REPOE-CUSTO-DA-DEVOLUCAO.
      *    sem custo carimbado a devolucao entra pelo proprio custo
      *    medio, que assim fica como esta.
           IF CUSTO-DA-DEVOLUCAO > ZEROS
               MOVE QUANTIDADE-DEVOLVIDA TO CUSTOMEDIO-QUANTIDADE
               MOVE CUSTO-DA-DEVOLUCAO TO CUSTOMEDIO-CUSTO-ENTRADA
               PERFORM RECALCULA-CUSTO-MEDIO.

       GRAVA-MOVIMENTO-DEVOLUCAO.
           ACCEPT MOV-DATA FROM DATE YYYYMMDD.
           ACCEPT MOV-HORA FROM TIME.
           MOVE PRODUTO-CODIGO TO MOV-PRODUTO-CODIGO.
           MOVE "D" TO MOV-TIPO.
           MOVE QUANTIDADE-RETORNADA TO MOV-QUANTIDADE.
           MOVE NUMERO-INFORMADO TO MOV-DOCUMENTO.
           MOVE OPERADOR-INFORMADO TO MOV-OPERADOR.
           MOVE PRODUTO-ESTOQUE TO MOV-SALDO-RESULTANTE.
           WRITE ESTOQUE-MOV-REGISTRO.

           COPY "PDCONFIRMA.cob".
           COPY "PDCUSTOMEDIO.cob".
           COPY "PDPERVENDA.cob".
           COPY "PDAUDFATURA.cob".
           COPY "PDKIT.cob".
           COPY "PDJANELA.cob".
           COPY "PDPARAMETRO.cob".
