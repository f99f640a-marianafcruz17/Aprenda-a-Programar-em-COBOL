       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG234.
      *    recebimento de mercadoria contra pedido de compra - o
      *    conferente informa o pedido de compra em aberto e, linha
      *    a linha, quanto chegou; quantidade acima do que o
      *    pedido ainda espera e recusada. Confirmado o
      *    recebimento, cada linha soma em CITEM-QTD-RECEBIDA e no
      *    PRODUTO-ESTOQUE, atualiza o ultimo custo de compra e
      *    recalcula o custo medio ponderado do produto
      *    (PDCUSTOMEDIO) e grava a entrada "E" no razao de
      *    estoque_mov.dat com o numero do pedido de compra como
      *    documento - a mesma entrada que antes era digitada no
      *    PROG128. Pedido com tudo recebido passa a "R"; com
      *    falta, fica "P" esperando o resto. As entradas daqui
      *    atendem, na rodada do PROG230, os saldos de pedido que
      *    aguardam estoque, e o que foi recebido e o limite do que
      *    a nota fiscal do fornecedor pode cobrar no PROG236.
      *    Com a janela batch noturna no ar (trava do PROG177) a
      *    atualizacao e recusada logo na entrada.
      *    Na base de treinamento (PROG273) a tela abre com o aviso
      *    de dados ficticios.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBCOMPRA.cob".
           COPY "SBCOMPRAITEM.cob".
           COPY "SBFORNECEDOR.cob".
           COPY "SBPRODUTO.cob".
           COPY "SBESTMOV.cob".
           COPY "SBJANELA.cob".
           COPY "SBPARAMETRO.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDCOMPRA.cob".
           COPY "FDCOMPRAITEM.cob".
           COPY "FDFORNECEDOR.cob".
           COPY "FDPRODUTO.cob".
           COPY "FDESTMOV.cob".
           COPY "FDJANELA.cob".
           COPY "FDPARAMETRO.cob".

       WORKING-STORAGE SECTION.
           COPY "WSPARAMETRO.cob".
           COPY "WSJANELA.cob".
           COPY "WSCONFIRMA.cob".
           COPY "WSCUSTOMEDIO.cob".
       77  OPERADOR-INFORMADO PIC X(10).
       77  DATA-DE-HOJE PIC 9(8).
       77  NUMERO-INFORMADO PIC 9(6).
       77  REGISTRO-ENCONTRADO PIC X.
       77  FIM-ITENS PIC X.
       77  QUANTIDADE-VALIDA PIC X.
       77  QTD-LINHAS PIC 9(3).
       77  INDICE-LINHA PIC 9(3).
       77  QTD-LINHAS-RECEBIDAS PIC 9(3).
       77  QTD-LINHAS-COM-FALTA PIC 9(3).
       77  TOTAL-RECEBIDO PIC 9(7).
       77  CUSTO-INFORMADO PIC 9(6)V99.

      *    linhas do pedido de compra em conferencia - o que ainda
      *    falta chegar e o que o conferente contou nesta entrega.
       01  TABELA-RECEBIMENTO.
           05 RECEBIMENTO-LINHA OCCURS 999 TIMES.
               10 REC-LINHA PIC 9(3).
               10 REC-PRODUTO PIC 9(4).
               10 REC-DESCRICAO PIC X(30).
               10 REC-PENDENTE PIC 9(6).
               10 REC-QUANTIDADE PIC 9(6).
               10 REC-CUSTO PIC 9(6)V99.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
      *    na base de treinamento a tela abre com o aviso de dados
      *    ficticios.
           PERFORM CARREGA-PARAMETROS.

      *    com a janela batch no ar a atualizacao fica parada - a
      *    trava e do orquestrador PROG177.
           MOVE "PROG234" TO JANELA-PROGRAMA.
           PERFORM CONFERE-JANELA-BATCH.
           IF JANELA-BLOQUEIO = "S"
               GOBACK.

           ACCEPT DATA-DE-HOJE FROM DATE YYYYMMDD.

           DISPLAY "Operador: ".
           ACCEPT OPERADOR-INFORMADO.

           OPEN I-O ARQUIVO-COMPRAS.
           OPEN I-O ARQUIVO-COMPRA-ITENS.
           OPEN INPUT ARQUIVO-FORNECEDORES.
           OPEN I-O ARQUIVO-PRODUTOS.
           OPEN EXTEND ARQUIVO-ESTOQUE-MOV.

           MOVE 1 TO NUMERO-INFORMADO.
           PERFORM RECEBE-UM-PEDIDO
               UNTIL NUMERO-INFORMADO = ZEROS.

           CLOSE ARQUIVO-COMPRAS.
           CLOSE ARQUIVO-COMPRA-ITENS.
           CLOSE ARQUIVO-FORNECEDORES.
           CLOSE ARQUIVO-PRODUTOS.
           CLOSE ARQUIVO-ESTOQUE-MOV.
       PROGRAM-DONE.
      *    GOBACK devolve o controle ao menu quando chamado pelo
      *    PROG40, e encerra normalmente quando executado sozinho.
           GOBACK.

       RECEBE-UM-PEDIDO.
           DISPLAY " ".
           DISPLAY "--- RECEBIMENTO DE MERCADORIA ---".
           DISPLAY "Numero do pedido de compra (0 = sair): ".
           ACCEPT NUMERO-INFORMADO.

           IF NUMERO-INFORMADO NOT = ZEROS
               PERFORM LOCALIZA-PEDIDO-DE-COMPRA
               IF REGISTRO-ENCONTRADO = "S"
                   PERFORM CONFERE-PEDIDO-DE-COMPRA.

       LOCALIZA-PEDIDO-DE-COMPRA.
           MOVE NUMERO-INFORMADO TO COMPRA-NUMERO.
           MOVE "S" TO REGISTRO-ENCONTRADO.
           READ ARQUIVO-COMPRAS RECORD
               INVALID KEY
                   MOVE "N" TO REGISTRO-ENCONTRADO
                   DISPLAY "Pedido de compra nao encontrado".

           IF REGISTRO-ENCONTRADO = "S"
               IF NOT COMPRA-PENDENTE
                   MOVE "N" TO REGISTRO-ENCONTRADO
                   DISPLAY "Pedido de compra nao esta em aberto "
                       "(situacao " COMPRA-SITUACAO ")".

           IF REGISTRO-ENCONTRADO = "S"
               PERFORM MOSTRA-PEDIDO-DE-COMPRA.

       MOSTRA-PEDIDO-DE-COMPRA.
           MOVE COMPRA-FORNECEDOR-CODIGO TO FORNECEDOR-CODIGO.
           READ ARQUIVO-FORNECEDORES RECORD
               INVALID KEY
                   MOVE "DESCONHECIDO" TO FORNECEDOR-NOME.

           DISPLAY "Fornecedor: " COMPRA-FORNECEDOR-CODIGO " "
               FORNECEDOR-NOME.
           DISPLAY "Emitido em: " COMPRA-DATA-EMISSAO
               "  Previsto para: " COMPRA-DATA-PREVISTA.

       CONFERE-PEDIDO-DE-COMPRA.
           PERFORM CARREGA-LINHAS-DO-PEDIDO.

           MOVE ZEROS TO TOTAL-RECEBIDO.
           PERFORM CONTA-UMA-LINHA
               VARYING INDICE-LINHA FROM 1 BY 1
               UNTIL INDICE-LINHA > QTD-LINHAS.

           IF TOTAL-RECEBIDO = ZEROS
               DISPLAY "Nada recebido, pedido de compra inalterado"
           ELSE
               PERFORM CONFIRMA-RECEBIMENTO.

       CARREGA-LINHAS-DO-PEDIDO.
           MOVE ZEROS TO QTD-LINHAS.
           MOVE "N" TO FIM-ITENS.
           MOVE COMPRA-NUMERO TO CITEM-COMPRA-NUMERO.
           MOVE ZEROS TO CITEM-LINHA.

           START ARQUIVO-COMPRA-ITENS
               KEY IS NOT LESS THAN COMPRA-ITEM-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-ITENS.

           PERFORM CARREGA-UMA-LINHA
               UNTIL FIM-ITENS = "S".

       CARREGA-UMA-LINHA.
           READ ARQUIVO-COMPRA-ITENS NEXT RECORD
               AT END
                   MOVE "S" TO FIM-ITENS.

           IF FIM-ITENS = "N"
               IF CITEM-COMPRA-NUMERO NOT = COMPRA-NUMERO
                   MOVE "S" TO FIM-ITENS
               ELSE
                   IF QTD-LINHAS < 999
                       ADD 1 TO QTD-LINHAS
                       PERFORM GUARDA-LINHA.

       GUARDA-LINHA.
           MOVE CITEM-LINHA TO REC-LINHA (QTD-LINHAS).
           MOVE CITEM-PRODUTO-CODIGO TO REC-PRODUTO (QTD-LINHAS).
           MOVE CITEM-DESCRICAO TO REC-DESCRICAO (QTD-LINHAS).
           MOVE ZEROS TO REC-PENDENTE (QTD-LINHAS).
           IF CITEM-QUANTIDADE > CITEM-QTD-RECEBIDA
               COMPUTE REC-PENDENTE (QTD-LINHAS) =
                   CITEM-QUANTIDADE - CITEM-QTD-RECEBIDA.
           MOVE ZEROS TO REC-QUANTIDADE (QTD-LINHAS).
           MOVE CITEM-CUSTO-UNITARIO TO REC-CUSTO (QTD-LINHAS).

       CONTA-UMA-LINHA.
      *    linha ja recebida por inteiro nao e perguntada de novo.
           IF REC-PENDENTE (INDICE-LINHA) > ZEROS
               DISPLAY " "
               DISPLAY "Linha " REC-LINHA (INDICE-LINHA)
                   " Produto " REC-PRODUTO (INDICE-LINHA) " "
                   REC-DESCRICAO (INDICE-LINHA)
               DISPLAY "Aguardando: " REC-PENDENTE (INDICE-LINHA)
                   "  Custo do pedido: " REC-CUSTO (INDICE-LINHA)
               MOVE "N" TO QUANTIDADE-VALIDA
               PERFORM ACEITA-QUANTIDADE-RECEBIDA
                   UNTIL QUANTIDADE-VALIDA = "S"
               ADD REC-QUANTIDADE (INDICE-LINHA) TO TOTAL-RECEBIDO.

       ACEITA-QUANTIDADE-RECEBIDA.
           DISPLAY "Quantidade recebida (0 = nada chegou): ".
           ACCEPT REC-QUANTIDADE (INDICE-LINHA).

           IF REC-QUANTIDADE (INDICE-LINHA) >
               REC-PENDENTE (INDICE-LINHA)
               DISPLAY "Quantidade acima do que o pedido espera, "
                   "confira a nota"
           ELSE
               MOVE "S" TO QUANTIDADE-VALIDA.

           IF QUANTIDADE-VALIDA = "S" AND
               REC-QUANTIDADE (INDICE-LINHA) > ZEROS
               PERFORM ACEITA-CUSTO-DA-NOTA.

       ACEITA-CUSTO-DA-NOTA.
           DISPLAY "Custo unitario da nota (0 = o do pedido): ".
           ACCEPT CUSTO-INFORMADO.

           IF CUSTO-INFORMADO > ZEROS
               MOVE CUSTO-INFORMADO TO REC-CUSTO (INDICE-LINHA).

       CONFIRMA-RECEBIMENTO.
           DISPLAY " ".
           DISPLAY "Unidades a dar entrada: " TOTAL-RECEBIDO.

           MOVE "Confirma o recebimento (S/N)? " TO
               CONFIRMA-MENSAGEM.
           MOVE SPACE TO CONFIRMA-RESPOSTA.
           PERFORM PERGUNTA-CONFIRMACAO
               UNTIL CONFIRMA-RESPOSTA = "S" OR "N".

           IF CONFIRMA-RESPOSTA = "S"
               PERFORM APLICA-RECEBIMENTO
           ELSE
               DISPLAY "Recebimento cancelado".

       APLICA-RECEBIMENTO.
           MOVE ZEROS TO QTD-LINHAS-RECEBIDAS.
           MOVE ZEROS TO QTD-LINHAS-COM-FALTA.

           PERFORM APLICA-UMA-LINHA
               VARYING INDICE-LINHA FROM 1 BY 1
               UNTIL INDICE-LINHA > QTD-LINHAS.

           PERFORM ATUALIZA-SITUACAO-DO-PEDIDO.

           DISPLAY "Linhas com entrada: " QTD-LINHAS-RECEBIDAS.
           IF QTD-LINHAS-COM-FALTA = ZEROS
               DISPLAY "Pedido de compra recebido por inteiro"
           ELSE
               DISPLAY "Linhas ainda aguardando o fornecedor: "
                   QTD-LINHAS-COM-FALTA.

       APLICA-UMA-LINHA.
           IF REC-QUANTIDADE (INDICE-LINHA) > ZEROS
               PERFORM ATUALIZA-LINHA-DA-COMPRA.

           IF REC-QUANTIDADE (INDICE-LINHA) <
               REC-PENDENTE (INDICE-LINHA)
               ADD 1 TO QTD-LINHAS-COM-FALTA.

       ATUALIZA-LINHA-DA-COMPRA.
           MOVE COMPRA-NUMERO TO CITEM-COMPRA-NUMERO.
           MOVE REC-LINHA (INDICE-LINHA) TO CITEM-LINHA.

           MOVE "S" TO REGISTRO-ENCONTRADO.
           READ ARQUIVO-COMPRA-ITENS RECORD
               INVALID KEY
                   MOVE "N" TO REGISTRO-ENCONTRADO
                   DISPLAY "Erro ao reler a linha "
                       REC-LINHA (INDICE-LINHA).

           IF REGISTRO-ENCONTRADO = "S"
               ADD REC-QUANTIDADE (INDICE-LINHA) TO
                   CITEM-QTD-RECEBIDA
               MOVE REC-CUSTO (INDICE-LINHA) TO CITEM-CUSTO-UNITARIO
               REWRITE COMPRA-ITEM-REGISTRO
                   INVALID KEY
                       MOVE "N" TO REGISTRO-ENCONTRADO
                       DISPLAY "Erro ao reescrever a linha "
                           REC-LINHA (INDICE-LINHA).

           IF REGISTRO-ENCONTRADO = "S"
               ADD 1 TO QTD-LINHAS-RECEBIDAS
               PERFORM DA-ENTRADA-NO-ESTOQUE.

       DA-ENTRADA-NO-ESTOQUE.
           MOVE REC-PRODUTO (INDICE-LINHA) TO PRODUTO-CODIGO.

           MOVE "S" TO REGISTRO-ENCONTRADO.
           READ ARQUIVO-PRODUTOS RECORD
               INVALID KEY
                   MOVE "N" TO REGISTRO-ENCONTRADO
                   DISPLAY "Produto " REC-PRODUTO (INDICE-LINHA)
                       " fora do cadastro, entrada nao lancada".

      *    o custo medio pondera o saldo de antes da entrada, por
      *    isso e recalculado antes do ADD.
           IF REGISTRO-ENCONTRADO = "S"
               MOVE REC-QUANTIDADE (INDICE-LINHA) TO
                   CUSTOMEDIO-QUANTIDADE
               MOVE REC-CUSTO (INDICE-LINHA) TO
                   CUSTOMEDIO-CUSTO-ENTRADA
               PERFORM RECALCULA-CUSTO-MEDIO
               ADD REC-QUANTIDADE (INDICE-LINHA) TO PRODUTO-ESTOQUE
               MOVE REC-CUSTO (INDICE-LINHA) TO PRODUTO-CUSTO-COMPRA
               REWRITE PRODUTO-REGISTRO
                   INVALID KEY
                       DISPLAY "Erro ao reescrever o produto "
                           PRODUTO-CODIGO
                   NOT INVALID KEY
                       PERFORM GRAVA-MOVIMENTO.

       GRAVA-MOVIMENTO.
           ACCEPT MOV-DATA FROM DATE YYYYMMDD.
           ACCEPT MOV-HORA FROM TIME.
           MOVE PRODUTO-CODIGO TO MOV-PRODUTO-CODIGO.
           MOVE "E" TO MOV-TIPO.
           MOVE REC-QUANTIDADE (INDICE-LINHA) TO MOV-QUANTIDADE.
           MOVE COMPRA-NUMERO TO MOV-DOCUMENTO.
           MOVE OPERADOR-INFORMADO TO MOV-OPERADOR.
           MOVE PRODUTO-ESTOQUE TO MOV-SALDO-RESULTANTE.
           WRITE ESTOQUE-MOV-REGISTRO.

       ATUALIZA-SITUACAO-DO-PEDIDO.
           MOVE NUMERO-INFORMADO TO COMPRA-NUMERO.
           READ ARQUIVO-COMPRAS RECORD
               INVALID KEY
                   DISPLAY "Erro ao reler o pedido de compra "
                       NUMERO-INFORMADO
               NOT INVALID KEY
                   PERFORM MARCA-SITUACAO-DO-PEDIDO.

       MARCA-SITUACAO-DO-PEDIDO.
           IF QTD-LINHAS-COM-FALTA = ZEROS
               MOVE "R" TO COMPRA-SITUACAO
           ELSE
               MOVE "P" TO COMPRA-SITUACAO.

           MOVE DATA-DE-HOJE TO COMPRA-DATA-ULTIMO-RECEBIMENTO.

           REWRITE COMPRA-REGISTRO
               INVALID KEY
                   DISPLAY "Erro ao reescrever o pedido de compra "
                       COMPRA-NUMERO.

           COPY "PDCONFIRMA.cob".
           COPY "PDCUSTOMEDIO.cob".
           COPY "PDJANELA.cob".
           COPY "PDPARAMETRO.cob".
