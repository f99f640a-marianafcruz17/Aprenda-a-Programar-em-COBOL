       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG242.
      *    congelamento do estoque para a contagem fisica de
      *    inventario - abre uma contagem nova (SEQ-ULTIMO-
      *    INVENTARIO) e grava em inventario.dat, para cada produto
      *    de uma categoria ou de todas, o saldo do sistema e o
      *    custo medio daquele instante. O produto fica marcado com
      *    a contagem (PRODUTO-INVENTARIO) ate o lancamento das
      *    diferencas no PROG246 - produto ja em outra contagem
      *    aberta fica de fora. Produto inativo so entra se ainda
      *    tiver saldo. As folhas cegas saem pelo PROG243, a
      *    digitacao das contagens pelo PROG244 e o relatorio de
      *    diferencas pelo PROG245. O estoque continua andando
      *    durante a contagem - o ajuste e medido contra o saldo
      *    congelado aqui.
      *    Na base de treinamento (PROG273) a tela abre com o aviso
      *    de dados ficticios.
      *    Com a janela batch noturna no ar (trava do PROG177) a
      *    atualizacao e recusada logo na entrada.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBPRODUTO.cob".
           COPY "SBCATEGORIA.cob".
           COPY "SBINVENTARIO.cob".
           COPY "SBSEQUENCIA.cob".
           COPY "SBPARAMETRO.cob".
           COPY "SBJANELA.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDPRODUTO.cob".
           COPY "FDCATEGORIA.cob".
           COPY "FDINVENTARIO.cob".
           COPY "FDSEQUENCIA.cob".
           COPY "FDPARAMETRO.cob".
           COPY "FDJANELA.cob".

       WORKING-STORAGE SECTION.
           COPY "WSJANELA.cob".
           COPY "WSPARAMETRO.cob".
           COPY "WSCONFIRMA.cob".
           COPY "WSCUSTOMEDIO.cob".
       77  OPERADOR-INFORMADO PIC X(10).
       77  CATEGORIA-INFORMADA PIC 9(2).
       77  CATEGORIA-VALIDA PIC X.
       77  FIM-PRODUTOS PIC X.
       77  DATA-DE-HOJE PIC 9(8).
       77  HORA-AGORA PIC 9(8).
       77  TOTAL-CONGELADOS PIC 9(6).
       77  TOTAL-EM-OUTRA PIC 9(6).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
      *    na base de treinamento a tela abre com o aviso de dados
      *    ficticios.
           PERFORM CARREGA-PARAMETROS.

      *    com a janela batch no ar a atualizacao fica parada - a
      *    trava e do orquestrador PROG177.
           MOVE "PROG242" TO JANELA-PROGRAMA.
           PERFORM CONFERE-JANELA-BATCH.
           IF JANELA-BLOQUEIO = "S"
               GOBACK.

           DISPLAY "Operador: ".
           ACCEPT OPERADOR-INFORMADO.

           OPEN INPUT ARQUIVO-CATEGORIAS.
           MOVE "N" TO CATEGORIA-VALIDA.
           PERFORM PEGA-CATEGORIA
               UNTIL CATEGORIA-VALIDA = "S".
           CLOSE ARQUIVO-CATEGORIAS.

           MOVE "Congela o estoque para contagem (S/N)? " TO
               CONFIRMA-MENSAGEM.
           MOVE SPACE TO CONFIRMA-RESPOSTA.
           PERFORM PERGUNTA-CONFIRMACAO
               UNTIL CONFIRMA-RESPOSTA = "S" OR "N".

           IF CONFIRMA-RESPOSTA = "S"
               PERFORM CONGELA-ESTOQUE
           ELSE
               DISPLAY "Nada congelado".
       PROGRAM-DONE.
      *    GOBACK devolve o controle ao menu quando chamado pelo
      *    PROG40, e encerra normalmente quando executado sozinho.
           GOBACK.

       PEGA-CATEGORIA.
           DISPLAY "Categoria a contar (0 = todos os produtos): ".
           ACCEPT CATEGORIA-INFORMADA.

           IF CATEGORIA-INFORMADA = ZEROS
               MOVE "S" TO CATEGORIA-VALIDA
           ELSE
               PERFORM VALIDA-CATEGORIA.

       VALIDA-CATEGORIA.
           MOVE CATEGORIA-INFORMADA TO CATEGORIA-CODIGO.
           MOVE "S" TO CATEGORIA-VALIDA.

           READ ARQUIVO-CATEGORIAS RECORD
               INVALID KEY
                   MOVE "N" TO CATEGORIA-VALIDA
                   DISPLAY "Categoria nao cadastrada".

           IF CATEGORIA-VALIDA = "S"
               DISPLAY "Categoria: " CATEGORIA-NOME.

       CONGELA-ESTOQUE.
           ACCEPT DATA-DE-HOJE FROM DATE YYYYMMDD.
           ACCEPT HORA-AGORA FROM TIME.

           PERFORM CARREGA-SEQUENCIAS.
           ADD 1 TO SEQ-ULTIMO-INVENTARIO.

           OPEN I-O ARQUIVO-PRODUTOS.
           OPEN I-O ARQUIVO-INVENTARIO.

           MOVE ZEROS TO TOTAL-CONGELADOS.
           MOVE ZEROS TO TOTAL-EM-OUTRA.

           MOVE ZEROS TO PRODUTO-CODIGO.
           MOVE "N" TO FIM-PRODUTOS.

           START ARQUIVO-PRODUTOS
               KEY IS NOT LESS THAN PRODUTO-CODIGO
               INVALID KEY
                   MOVE "S" TO FIM-PRODUTOS.

           PERFORM EXAMINA-PRODUTO
               UNTIL FIM-PRODUTOS = "S".

           CLOSE ARQUIVO-PRODUTOS.
           CLOSE ARQUIVO-INVENTARIO.

      *    contagem sem nenhum produto nao gasta numero.
           IF TOTAL-CONGELADOS > ZEROS
               PERFORM GRAVA-SEQUENCIAS
               DISPLAY "Contagem de inventario: " SEQ-ULTIMO-INVENTARIO
           ELSE
               DISPLAY "Nenhum produto a congelar".

           DISPLAY "Produtos congelados.......: " TOTAL-CONGELADOS.
           DISPLAY "Ja em outra contagem......: " TOTAL-EM-OUTRA.

       EXAMINA-PRODUTO.
           READ ARQUIVO-PRODUTOS NEXT RECORD
               AT END
                   MOVE "S" TO FIM-PRODUTOS.

           IF FIM-PRODUTOS = "N"
               IF CATEGORIA-INFORMADA = ZEROS OR
                   PRODUTO-CATEGORIA-CODIGO = CATEGORIA-INFORMADA
                   PERFORM AVALIA-PRODUTO.

       AVALIA-PRODUTO.
      *    produto gravado antes do ciclo de inventario traz o
      *    campo em branco - fora de contagem.
           IF PRODUTO-INVENTARIO NOT NUMERIC
               MOVE ZEROS TO PRODUTO-INVENTARIO.

           IF PRODUTO-INVENTARIO NOT = ZEROS
               ADD 1 TO TOTAL-EM-OUTRA
           ELSE
               IF PRODUTO-ATIVO OR PRODUTO-ESTOQUE NOT = ZEROS
                   PERFORM CONGELA-PRODUTO.

       CONGELA-PRODUTO.
           PERFORM ACERTA-CUSTO-MEDIO-ANTIGO.

           MOVE SPACES TO INVENTARIO-REGISTRO.
           MOVE SEQ-ULTIMO-INVENTARIO TO INV-CONTAGEM.
           MOVE PRODUTO-CODIGO TO INV-PRODUTO-CODIGO.
           MOVE PRODUTO-DESCRICAO TO INV-DESCRICAO.
           MOVE PRODUTO-LOCALIZACAO TO INV-LOCALIZACAO.
           MOVE CATEGORIA-INFORMADA TO INV-CATEGORIA.
           MOVE DATA-DE-HOJE TO INV-DATA-CONGELAMENTO.
           MOVE HORA-AGORA TO INV-HORA-CONGELAMENTO.
           MOVE PRODUTO-ESTOQUE TO INV-SALDO-CONGELADO.
           MOVE PRODUTO-CUSTO-MEDIO TO INV-CUSTO-UNITARIO.
           MOVE ZEROS TO INV-PRIMEIRA-CONTAGEM.
           MOVE ZEROS TO INV-SEGUNDA-CONTAGEM.
           MOVE "C" TO INV-SITUACAO.
           MOVE ZEROS TO INV-DATA-LANCAMENTO.
           MOVE ZEROS TO INV-AJUSTE-LANCADO.

           WRITE INVENTARIO-REGISTRO
               INVALID KEY
                   DISPLAY "Produto " PRODUTO-CODIGO
                       " ja esta nesta contagem"
               NOT INVALID KEY
                   PERFORM MARCA-PRODUTO-EM-CONTAGEM.

       MARCA-PRODUTO-EM-CONTAGEM.
           MOVE SEQ-ULTIMO-INVENTARIO TO PRODUTO-INVENTARIO.

           REWRITE PRODUTO-REGISTRO
               INVALID KEY
                   DISPLAY "Erro ao marcar o produto "
                       PRODUTO-CODIGO
               NOT INVALID KEY
                   ADD 1 TO TOTAL-CONGELADOS.

       CARREGA-SEQUENCIAS.
      *    o contador de contagens de inventario foi acrescentado
      *    depois - um sequencias.dat antigo chega com ele em
      *    branco.
           MOVE ZEROS TO SEQUENCIA-REGISTRO.
           OPEN INPUT ARQUIVO-SEQUENCIAS.
           READ ARQUIVO-SEQUENCIAS RECORD AT END
               MOVE ZEROS TO SEQUENCIA-REGISTRO.
           CLOSE ARQUIVO-SEQUENCIAS.

           IF SEQ-ULTIMO-INVENTARIO NOT NUMERIC
               MOVE ZEROS TO SEQ-ULTIMO-INVENTARIO.

       GRAVA-SEQUENCIAS.
           OPEN OUTPUT ARQUIVO-SEQUENCIAS.
           WRITE SEQUENCIA-REGISTRO.
           CLOSE ARQUIVO-SEQUENCIAS.

           COPY "PDCONFIRMA.cob".
           COPY "PDCUSTOMEDIO.cob".
           COPY "PDPARAMETRO.cob".
           COPY "PDJANELA.cob".
