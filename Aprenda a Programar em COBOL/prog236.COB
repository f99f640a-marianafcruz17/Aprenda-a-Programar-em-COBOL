       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG236.
      *    lancamento de nota fiscal de fornecedor no contas a
      *    pagar (contas_pagar.dat). A nota so entra depois de
      *    conferida de tres lados: o pedido de compra tem de ser
      *    do mesmo fornecedor; a quantidade cobrada em cada linha
      *    nao passa do que o recebimento do PROG234 ja deu
      *    entrada e ainda nao veio em outra nota; e o preco
      *    cobrado bate com o custo do pedido, dentro da tolerancia
      *    PERC-TOLERANCIA-NF de parametros.dat - a mesma
      *    tolerancia vale para o total impresso na nota contra a
      *    soma das linhas. Nota ja lancada para o mesmo
      *    fornecedor e recusada. Os vencimentos sao os da nota,
      *    um registro por parcela, e ficam em aberto ate a rodada
      *    de pagamento do PROG237.
      *    Com a janela batch noturna no ar (trava do PROG177) a
      *    atualizacao e recusada logo na entrada.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBFORNECEDOR.cob".
           COPY "SBCOMPRA.cob".
           COPY "SBCOMPRAITEM.cob".
           COPY "SBPAGAR.cob".
           COPY "SBPARAMETRO.cob".
           COPY "SBJANELA.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDFORNECEDOR.cob".
           COPY "FDCOMPRA.cob".
           COPY "FDCOMPRAITEM.cob".
           COPY "FDPAGAR.cob".
           COPY "FDPARAMETRO.cob".
           COPY "FDJANELA.cob".

       WORKING-STORAGE SECTION.
           COPY "WSJANELA.cob".
           COPY "WSCONFIRMA.cob".
           COPY "WSVALIDADATA.cob".
           COPY "WSPARAMETRO.cob".
       77  OPERADOR-INFORMADO PIC X(10).
       77  DATA-DE-HOJE PIC 9(8).
       77  FORNECEDOR-INFORMADO PIC 9(4).
       77  NOTA-INFORMADA PIC 9(9).
       77  COMPRA-INFORMADA PIC 9(6).
       77  DATA-EMISSAO-NOTA PIC 9(8).
       77  NOTA-VALIDA PIC X.
       77  REGISTRO-ENCONTRADO PIC X.
       77  FIM-ITENS PIC X.
       77  QUANTIDADE-VALIDA PIC X.
       77  PRECO-VALIDO PIC X.
       77  PARCELA-VALIDA PIC X.
       77  QTD-LINHAS PIC 9(3).
       77  INDICE-LINHA PIC 9(3).
       77  TOTAL-A-FATURAR PIC 9(7).
       77  TOTAL-FATURADO PIC 9(7).
       77  PRECO-INFORMADO PIC 9(6)V99.
       77  VALOR-CALCULADO PIC 9(8)V99.
       77  VALOR-DA-NOTA PIC 9(8)V99.
       77  DIFERENCA PIC S9(8)V99.
       77  LIMITE-DIFERENCA PIC 9(8)V99.
       77  VALOR-EDITADO PIC ZZ,ZZZ,ZZ9.99.
      *    contingencia quando parametros.dat nao traz a chave.
       77  PERC-TOLERANCIA PIC 9(3)V99 VALUE 1.
       77  QTD-PARCELAS-NOTA PIC 9(2).
       77  INDICE-PARCELA PIC 9(2).
       77  SALDO-A-PARCELAR PIC 9(8)V99.
       77  MAXIMO-DA-PARCELA PIC S9(8)V99.
       77  VENCIMENTO-ANTERIOR PIC 9(8).

      *    linhas do pedido de compra em conferencia - o que ja
      *    chegou e ainda nao foi cobrado, e o que a nota cobra.
       01  TABELA-FATURAMENTO.
           05 FATURAMENTO-LINHA OCCURS 999 TIMES.
               10 FAT-LINHA PIC 9(3).
               10 FAT-PRODUTO PIC 9(4).
               10 FAT-DESCRICAO PIC X(30).
               10 FAT-PENDENTE PIC 9(6).
               10 FAT-CUSTO-PEDIDO PIC 9(6)V99.
               10 FAT-QUANTIDADE PIC 9(6).
               10 FAT-PRECO PIC 9(6)V99.
               10 FAT-VALOR PIC 9(8)V99.

      *    vencimentos da nota, na ordem em que vem impressos.
       01  TABELA-PARCELAS.
           05 PARCELA-DA-NOTA OCCURS 12 TIMES.
               10 PAR-VENCIMENTO PIC 9(8).
               10 PAR-VALOR PIC 9(8)V99.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
      *    com a janela batch no ar a atualizacao fica parada - a
      *    trava e do orquestrador PROG177.
           MOVE "PROG236" TO JANELA-PROGRAMA.
           PERFORM CONFERE-JANELA-BATCH.
           IF JANELA-BLOQUEIO = "S"
               GOBACK.

           ACCEPT DATA-DE-HOJE FROM DATE YYYYMMDD.

           PERFORM CARREGA-PARAMETROS.
           MOVE "PERC-TOLERANCIA-NF" TO PARAM-BUSCA-CHAVE.
           PERFORM BUSCA-PARAMETRO.
           IF PARAM-ACHADO = "S"
               MOVE PARAM-VALOR-LIDO TO PERC-TOLERANCIA.

           DISPLAY "Operador: ".
           ACCEPT OPERADOR-INFORMADO.

           OPEN INPUT ARQUIVO-FORNECEDORES.
           OPEN INPUT ARQUIVO-COMPRAS.
           OPEN I-O ARQUIVO-COMPRA-ITENS.
           OPEN I-O ARQUIVO-PAGAR.

           MOVE 1 TO FORNECEDOR-INFORMADO.
           PERFORM LANCA-UMA-NOTA
               UNTIL FORNECEDOR-INFORMADO = ZEROS.

           CLOSE ARQUIVO-FORNECEDORES.
           CLOSE ARQUIVO-COMPRAS.
           CLOSE ARQUIVO-COMPRA-ITENS.
           CLOSE ARQUIVO-PAGAR.
       PROGRAM-DONE.
      *    GOBACK devolve o controle ao menu quando chamado pelo
      *    PROG40, e encerra normalmente quando executado sozinho.
           GOBACK.

       LANCA-UMA-NOTA.
           DISPLAY " ".
           DISPLAY "--- NOTA FISCAL DE FORNECEDOR ---".
           DISPLAY "Codigo do fornecedor (0 = sair): ".
           ACCEPT FORNECEDOR-INFORMADO.

           IF FORNECEDOR-INFORMADO NOT = ZEROS
               PERFORM IDENTIFICA-NOTA
               IF NOTA-VALIDA = "S"
                   PERFORM CONFERE-NOTA-COM-PEDIDO.

       IDENTIFICA-NOTA.
           MOVE "S" TO NOTA-VALIDA.
           PERFORM LOCALIZA-FORNECEDOR.

           IF NOTA-VALIDA = "S"
               PERFORM PEGA-NUMERO-DA-NOTA.

           IF NOTA-VALIDA = "S"
               PERFORM LOCALIZA-PEDIDO-DE-COMPRA.

           IF NOTA-VALIDA = "S"
               PERFORM PEGA-EMISSAO-DA-NOTA.

       LOCALIZA-FORNECEDOR.
      *    fornecedor inativo ainda recebe pelo que ja entregou -
      *    so nao ganha pedido de compra novo.
           MOVE FORNECEDOR-INFORMADO TO FORNECEDOR-CODIGO.
           READ ARQUIVO-FORNECEDORES RECORD
               INVALID KEY
                   MOVE "N" TO NOTA-VALIDA
                   DISPLAY "Fornecedor nao encontrado".

           IF NOTA-VALIDA = "S"
               DISPLAY "Fornecedor: " FORNECEDOR-NOME.

       PEGA-NUMERO-DA-NOTA.
           DISPLAY "Numero da nota fiscal: ".
           ACCEPT NOTA-INFORMADA.

           IF NOTA-INFORMADA = ZEROS
               MOVE "N" TO NOTA-VALIDA
               DISPLAY "Numero de nota invalido"
           ELSE
               PERFORM VERIFICA-NOTA-DUPLICADA.

       VERIFICA-NOTA-DUPLICADA.
      *    toda nota lancada tem a parcela 01 - achar a parcela 01
      *    da chave e achar a nota.
           MOVE FORNECEDOR-INFORMADO TO PAGAR-FORNECEDOR-CODIGO.
           MOVE NOTA-INFORMADA TO PAGAR-NOTA-NUMERO.
           MOVE 1 TO PAGAR-PARCELA.

           READ ARQUIVO-PAGAR RECORD
               INVALID KEY
                   MOVE "S" TO NOTA-VALIDA
               NOT INVALID KEY
                   MOVE "N" TO NOTA-VALIDA
                   DISPLAY "Nota " NOTA-INFORMADA
                       " ja lancada para este fornecedor em "
                       PAGAR-DATA-LANCAMENTO.

       LOCALIZA-PEDIDO-DE-COMPRA.
           DISPLAY "Pedido de compra cobrado pela nota: ".
           ACCEPT COMPRA-INFORMADA.

           MOVE COMPRA-INFORMADA TO COMPRA-NUMERO.
           READ ARQUIVO-COMPRAS RECORD
               INVALID KEY
                   MOVE "N" TO NOTA-VALIDA
                   DISPLAY "Pedido de compra nao encontrado".

           IF NOTA-VALIDA = "S"
               PERFORM CONFERE-FORNECEDOR-DO-PEDIDO.

       CONFERE-FORNECEDOR-DO-PEDIDO.
      *    primeira conferencia - a nota tem de vir do fornecedor
      *    a quem o pedido de compra foi feito.
           IF COMPRA-FORNECEDOR-CODIGO NOT = FORNECEDOR-INFORMADO
               MOVE "N" TO NOTA-VALIDA
               DISPLAY "Pedido de compra " COMPRA-NUMERO
                   " e do fornecedor " COMPRA-FORNECEDOR-CODIGO
                   ", nao deste"
           ELSE
               IF COMPRA-CANCELADA
                   MOVE "N" TO NOTA-VALIDA
                   DISPLAY "Pedido de compra cancelado".

       PEGA-EMISSAO-DA-NOTA.
           MOVE "N" TO VALIDADATA-OK.
           PERFORM ACEITA-EMISSAO-DA-NOTA
               UNTIL VALIDADATA-OK = "S".

       ACEITA-EMISSAO-DA-NOTA.
           DISPLAY "Data de emissao da nota (AAAAMMDD): ".
           ACCEPT VALIDADATA-DATA.
           PERFORM VALIDA-DATA-CALENDARIO.

           IF VALIDADATA-OK = "N"
               DISPLAY "Data invalida"
           ELSE
               IF VALIDADATA-DATA > DATA-DE-HOJE
                   MOVE "N" TO VALIDADATA-OK
                   DISPLAY "Emissao no futuro, confira a nota"
               ELSE
                   MOVE VALIDADATA-DATA TO DATA-EMISSAO-NOTA.

       CONFERE-NOTA-COM-PEDIDO.
           PERFORM CARREGA-LINHAS-DO-PEDIDO.

           IF TOTAL-A-FATURAR = ZEROS
               DISPLAY "Nada recebido deste pedido sem nota - o "
                   "recebimento (PROG234) vem antes da nota"
           ELSE
               PERFORM CONFERE-LINHAS-DA-NOTA.

       CARREGA-LINHAS-DO-PEDIDO.
           MOVE ZEROS TO QTD-LINHAS.
           MOVE ZEROS TO TOTAL-A-FATURAR.
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
      *    a quantidade faturada foi acrescentada depois - linha de
      *    pedido de compra antiga chega com ela em branco.
           IF CITEM-QTD-FATURADA NOT NUMERIC
               MOVE ZEROS TO CITEM-QTD-FATURADA.

           MOVE CITEM-LINHA TO FAT-LINHA (QTD-LINHAS).
           MOVE CITEM-PRODUTO-CODIGO TO FAT-PRODUTO (QTD-LINHAS).
           MOVE CITEM-DESCRICAO TO FAT-DESCRICAO (QTD-LINHAS).
           MOVE ZEROS TO FAT-PENDENTE (QTD-LINHAS).
           IF CITEM-QTD-RECEBIDA > CITEM-QTD-FATURADA
               COMPUTE FAT-PENDENTE (QTD-LINHAS) =
                   CITEM-QTD-RECEBIDA - CITEM-QTD-FATURADA.
           MOVE CITEM-CUSTO-UNITARIO TO FAT-CUSTO-PEDIDO (QTD-LINHAS).
           MOVE ZEROS TO FAT-QUANTIDADE (QTD-LINHAS).
           MOVE ZEROS TO FAT-PRECO (QTD-LINHAS).
           MOVE ZEROS TO FAT-VALOR (QTD-LINHAS).

           ADD FAT-PENDENTE (QTD-LINHAS) TO TOTAL-A-FATURAR.

       CONFERE-LINHAS-DA-NOTA.
           MOVE ZEROS TO TOTAL-FATURADO.
           MOVE ZEROS TO VALOR-CALCULADO.

           PERFORM CONFERE-UMA-LINHA
               VARYING INDICE-LINHA FROM 1 BY 1
               UNTIL INDICE-LINHA > QTD-LINHAS.

           IF TOTAL-FATURADO = ZEROS
               DISPLAY "Nenhuma linha cobrada, nota nao lancada"
           ELSE
               PERFORM CONFERE-TOTAL-DA-NOTA.

       CONFERE-UMA-LINHA.
      *    linha sem nada recebido a cobrar nao e perguntada.
           IF FAT-PENDENTE (INDICE-LINHA) > ZEROS
               DISPLAY " "
               DISPLAY "Linha " FAT-LINHA (INDICE-LINHA)
                   " Produto " FAT-PRODUTO (INDICE-LINHA) " "
                   FAT-DESCRICAO (INDICE-LINHA)
               DISPLAY "Recebido sem nota: " FAT-PENDENTE (INDICE-LINHA)
                   "  Custo do pedido: " FAT-CUSTO-PEDIDO (INDICE-LINHA)
               MOVE "N" TO QUANTIDADE-VALIDA
               PERFORM ACEITA-QUANTIDADE-DA-NOTA
                   UNTIL QUANTIDADE-VALIDA = "S"
               ADD FAT-QUANTIDADE (INDICE-LINHA) TO TOTAL-FATURADO
               ADD FAT-VALOR (INDICE-LINHA) TO VALOR-CALCULADO.

       ACEITA-QUANTIDADE-DA-NOTA.
      *    segunda conferencia - nao se paga o que nao chegou, nem
      *    o que outra nota ja cobrou.
           DISPLAY "Quantidade cobrada na nota (0 = fora da nota): ".
           ACCEPT FAT-QUANTIDADE (INDICE-LINHA).
           MOVE ZEROS TO FAT-VALOR (INDICE-LINHA).

           IF FAT-QUANTIDADE (INDICE-LINHA) >
               FAT-PENDENTE (INDICE-LINHA)
               DISPLAY "Quantidade acima do recebido sem nota, "
                   "confira o recebimento"
           ELSE
               MOVE "S" TO QUANTIDADE-VALIDA.

           IF QUANTIDADE-VALIDA = "S" AND
               FAT-QUANTIDADE (INDICE-LINHA) > ZEROS
               MOVE "N" TO PRECO-VALIDO
               PERFORM ACEITA-PRECO-DA-NOTA
                   UNTIL PRECO-VALIDO = "S".

       ACEITA-PRECO-DA-NOTA.
      *    terceira conferencia - o preco cobrado contra o custo
      *    do pedido (ja acertado pela nota no recebimento, quando
      *    o conferente informou o custo).
           DISPLAY "Preco unitario da nota (0 = o do pedido): ".
           ACCEPT PRECO-INFORMADO.

           IF PRECO-INFORMADO = ZEROS
               MOVE FAT-CUSTO-PEDIDO (INDICE-LINHA) TO
                   PRECO-INFORMADO.

           COMPUTE LIMITE-DIFERENCA ROUNDED =
               FAT-CUSTO-PEDIDO (INDICE-LINHA) * PERC-TOLERANCIA
               / 100.
           COMPUTE DIFERENCA =
               PRECO-INFORMADO - FAT-CUSTO-PEDIDO (INDICE-LINHA).
           IF DIFERENCA < ZEROS
               COMPUTE DIFERENCA = ZEROS - DIFERENCA.

           IF DIFERENCA > LIMITE-DIFERENCA
               DISPLAY "Preco fora da tolerancia de "
                   PERC-TOLERANCIA "% sobre o custo do pedido"
           ELSE
               MOVE "S" TO PRECO-VALIDO
               MOVE PRECO-INFORMADO TO FAT-PRECO (INDICE-LINHA)
               COMPUTE FAT-VALOR (INDICE-LINHA) ROUNDED =
                   FAT-QUANTIDADE (INDICE-LINHA) *
                   FAT-PRECO (INDICE-LINHA).

       CONFERE-TOTAL-DA-NOTA.
           DISPLAY " ".
           MOVE VALOR-CALCULADO TO VALOR-EDITADO.
           DISPLAY "Valor pelas linhas conferidas: " VALOR-EDITADO.
           DISPLAY "Valor total impresso na nota: ".
           ACCEPT VALOR-DA-NOTA.

           COMPUTE LIMITE-DIFERENCA ROUNDED =
               VALOR-CALCULADO * PERC-TOLERANCIA / 100.
           COMPUTE DIFERENCA = VALOR-DA-NOTA - VALOR-CALCULADO.
           IF DIFERENCA < ZEROS
               COMPUTE DIFERENCA = ZEROS - DIFERENCA.

           IF VALOR-DA-NOTA = ZEROS
               DISPLAY "Nota sem valor nao entra no contas a pagar"
           ELSE
               IF DIFERENCA > LIMITE-DIFERENCA
                   DISPLAY "Total da nota nao bate com as linhas "
                       "conferidas, nota nao lancada"
               ELSE
                   PERFORM MONTA-PARCELAS-DA-NOTA
                   PERFORM CONFIRMA-LANCAMENTO.

       MONTA-PARCELAS-DA-NOTA.
           MOVE ZEROS TO QTD-PARCELAS-NOTA.
           PERFORM ACEITA-QTD-PARCELAS
               UNTIL QTD-PARCELAS-NOTA > ZEROS.

           MOVE VALOR-DA-NOTA TO SALDO-A-PARCELAR.
           MOVE DATA-EMISSAO-NOTA TO VENCIMENTO-ANTERIOR.

           PERFORM MONTA-UMA-PARCELA
               VARYING INDICE-PARCELA FROM 1 BY 1
               UNTIL INDICE-PARCELA > QTD-PARCELAS-NOTA.

       ACEITA-QTD-PARCELAS.
           DISPLAY "Quantidade de vencimentos da nota (1 a 12): ".
           ACCEPT QTD-PARCELAS-NOTA.

      *    cada parcela tem de ficar com pelo menos um centavo.
           IF QTD-PARCELAS-NOTA > 12 OR
               QTD-PARCELAS-NOTA * 0.01 > VALOR-DA-NOTA
               DISPLAY "Quantidade de vencimentos invalida"
               MOVE ZEROS TO QTD-PARCELAS-NOTA.

       MONTA-UMA-PARCELA.
           DISPLAY "Vencimento " INDICE-PARCELA " de "
               QTD-PARCELAS-NOTA.

           MOVE "N" TO VALIDADATA-OK.
           PERFORM ACEITA-VENCIMENTO-DA-PARCELA
               UNTIL VALIDADATA-OK = "S".

      *    a ultima parcela leva o que resta, sem diferenca de
      *    centavos contra o total da nota.
           IF INDICE-PARCELA = QTD-PARCELAS-NOTA
               MOVE SALDO-A-PARCELAR TO PAR-VALOR (INDICE-PARCELA)
               MOVE SALDO-A-PARCELAR TO VALOR-EDITADO
               DISPLAY "Valor da ultima parcela: " VALOR-EDITADO
           ELSE
               COMPUTE MAXIMO-DA-PARCELA = SALDO-A-PARCELAR -
                   (QTD-PARCELAS-NOTA - INDICE-PARCELA) * 0.01
               MOVE "N" TO PARCELA-VALIDA
               PERFORM ACEITA-VALOR-DA-PARCELA
                   UNTIL PARCELA-VALIDA = "S".

           SUBTRACT PAR-VALOR (INDICE-PARCELA) FROM SALDO-A-PARCELAR.

       ACEITA-VENCIMENTO-DA-PARCELA.
           DISPLAY "Data de vencimento (AAAAMMDD): ".
           ACCEPT VALIDADATA-DATA.
           PERFORM VALIDA-DATA-CALENDARIO.

           IF VALIDADATA-OK = "N"
               DISPLAY "Data invalida"
           ELSE
               IF VALIDADATA-DATA < VENCIMENTO-ANTERIOR
                   MOVE "N" TO VALIDADATA-OK
                   DISPLAY "Vencimento antes da emissao ou do "
                       "vencimento anterior"
               ELSE
                   MOVE VALIDADATA-DATA TO
                       PAR-VENCIMENTO (INDICE-PARCELA)
                   MOVE VALIDADATA-DATA TO VENCIMENTO-ANTERIOR.

       ACEITA-VALOR-DA-PARCELA.
           DISPLAY "Valor da parcela: ".
           ACCEPT PAR-VALOR (INDICE-PARCELA).

           IF PAR-VALOR (INDICE-PARCELA) = ZEROS OR
               PAR-VALOR (INDICE-PARCELA) > MAXIMO-DA-PARCELA
               MOVE MAXIMO-DA-PARCELA TO VALOR-EDITADO
               DISPLAY "Valor invalido - informe ate "
                   VALOR-EDITADO " para sobrar para as seguintes"
           ELSE
               MOVE "S" TO PARCELA-VALIDA.

       CONFIRMA-LANCAMENTO.
           DISPLAY " ".
           DISPLAY "Nota " NOTA-INFORMADA " do fornecedor "
               FORNECEDOR-INFORMADO " contra o pedido "
               COMPRA-INFORMADA.
           MOVE VALOR-DA-NOTA TO VALOR-EDITADO.
           DISPLAY "Valor " VALOR-EDITADO " em " QTD-PARCELAS-NOTA
               " vencimento(s)".

           MOVE "Confirma o lancamento (S/N)? " TO
               CONFIRMA-MENSAGEM.
           MOVE SPACE TO CONFIRMA-RESPOSTA.
           PERFORM PERGUNTA-CONFIRMACAO
               UNTIL CONFIRMA-RESPOSTA = "S" OR "N".

           IF CONFIRMA-RESPOSTA = "S"
               PERFORM GRAVA-NOTA
           ELSE
               DISPLAY "Lancamento cancelado".

       GRAVA-NOTA.
           PERFORM GRAVA-UMA-PARCELA
               VARYING INDICE-PARCELA FROM 1 BY 1
               UNTIL INDICE-PARCELA > QTD-PARCELAS-NOTA.

           PERFORM ATUALIZA-LINHA-FATURADA
               VARYING INDICE-LINHA FROM 1 BY 1
               UNTIL INDICE-LINHA > QTD-LINHAS.

           DISPLAY "Nota lancada no contas a pagar".

       GRAVA-UMA-PARCELA.
           MOVE FORNECEDOR-INFORMADO TO PAGAR-FORNECEDOR-CODIGO.
           MOVE NOTA-INFORMADA TO PAGAR-NOTA-NUMERO.
           MOVE INDICE-PARCELA TO PAGAR-PARCELA.
           MOVE QTD-PARCELAS-NOTA TO PAGAR-QTD-PARCELAS.
           MOVE COMPRA-INFORMADA TO PAGAR-COMPRA-NUMERO.
           MOVE DATA-EMISSAO-NOTA TO PAGAR-DATA-EMISSAO.
           MOVE PAR-VENCIMENTO (INDICE-PARCELA) TO
               PAGAR-DATA-VENCIMENTO.
           MOVE PAR-VALOR (INDICE-PARCELA) TO PAGAR-VALOR.
           MOVE ZEROS TO PAGAR-VALOR-PAGO.
           MOVE "A" TO PAGAR-SITUACAO.
           MOVE DATA-DE-HOJE TO PAGAR-DATA-LANCAMENTO.
           MOVE OPERADOR-INFORMADO TO PAGAR-OPERADOR.
           MOVE ZEROS TO PAGAR-PAGAMENTO-NUMERO.
           MOVE ZEROS TO PAGAR-DATA-PAGAMENTO.

           WRITE PAGAR-REGISTRO
               INVALID KEY
                   DISPLAY "Erro ao gravar a parcela "
                       INDICE-PARCELA " da nota".

       ATUALIZA-LINHA-FATURADA.
           IF FAT-QUANTIDADE (INDICE-LINHA) > ZEROS
               PERFORM REGRAVA-LINHA-FATURADA.

       REGRAVA-LINHA-FATURADA.
           MOVE COMPRA-INFORMADA TO CITEM-COMPRA-NUMERO.
           MOVE FAT-LINHA (INDICE-LINHA) TO CITEM-LINHA.

           READ ARQUIVO-COMPRA-ITENS RECORD
               INVALID KEY
                   DISPLAY "Erro ao reler a linha "
                       FAT-LINHA (INDICE-LINHA)
               NOT INVALID KEY
                   PERFORM SOMA-QUANTIDADE-FATURADA.

       SOMA-QUANTIDADE-FATURADA.
           IF CITEM-QTD-FATURADA NOT NUMERIC
               MOVE ZEROS TO CITEM-QTD-FATURADA.

           ADD FAT-QUANTIDADE (INDICE-LINHA) TO CITEM-QTD-FATURADA.

           REWRITE COMPRA-ITEM-REGISTRO
               INVALID KEY
                   DISPLAY "Erro ao reescrever a linha "
                       FAT-LINHA (INDICE-LINHA).

           COPY "PDCONFIRMA.cob".
           COPY "PDVALIDADATA.cob".
           COPY "PDPARAMETRO.cob".
           COPY "PDJANELA.cob".
