      *    nunca mais sairem diferentes. Mudanca de preco com data
      *    e pelo PROG133 (precos.dat) - o PRODUTO-PRECO daqui
      *    ficou como contingencia para produto ainda sem registro
      *    datado. O fornecedor preferencial de cada produto vem
      *    do cadastro de fornecedores do PROG232 e e para ele que
      *    o PROG233 manda o pedido de compra sugerido. O custo
      *    medio do produto nasce zerado e e mantido pelos
      *    recebimentos e devolucoes (PDCUSTOMEDIO) - aqui so e
      *    mostrado. A localizacao no deposito ordena as folhas de
      *    contagem do inventario (PROG243). O peso unitario e a
      *    base do frete por peso do faturamento (PROG121).
      *    Inclusao e cada campo alterado vao para a trilha de
      *    auditoria, com o antes, o depois e o operador.
      *    Com a janela batch noturna no ar (trava do PROG177)
      *    inclusao e alteracao sao recusadas; a listagem segue.
      *    Na base de treinamento (PROG273) a tela abre com o aviso
      *    de dados ficticios.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBPRODUTO.cob".
           COPY "SBCATEGORIA.cob".
           COPY "SBFORNECEDOR.cob".
           COPY "SBAUDITORIA.cob".
           COPY "SBJANELA.cob".
           COPY "SBPARAMETRO.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDPRODUTO.cob".
           COPY "FDCATEGORIA.cob".
           COPY "FDFORNECEDOR.cob".
           COPY "FDAUDITORIA.cob".
           COPY "FDJANELA.cob".
           COPY "FDPARAMETRO.cob".

       WORKING-STORAGE SECTION.
           COPY "WSPARAMETRO.cob".
           COPY "WSJANELA.cob".
       77  OPCAO-MENU PIC 9.
       77  REGISTRO-ENCONTRADO PIC X.
       77  FIM-ARQUIVO PIC X.
       77  CODIGO-PRODUTO PIC 9(4).
       77  CATEGORIA-INFORMADA PIC 9(2).
       77  CATEGORIA-VALIDA PIC X.
       77  FORNECEDOR-INFORMADO PIC 9(4).
       77  FORNECEDOR-VALIDO PIC X.
       77  AUDITORIA-OPERADOR PIC X(10).
       77  OPERACAO-AUDITADA PIC X.
       77  NOME-CAMPO-ALTERADO PIC X(15).
       77  VALOR-ANTIGO PIC X(30).
       77  VALOR-NOVO PIC X(30).
       77  PRECO-EXIBIDO PIC ZZZ,ZZ9.99.
       77  PESO-EXIBIDO PIC Z,ZZ9.999.

      *    produto como estava antes da alteracao, para o antes de
      *    cada linha de auditoria.
       01  PRODUTO-ANTERIOR.
           05 ANTERIOR-DESCRICAO PIC X(30).
           05 ANTERIOR-PRECO PIC 9(6)V99.
           05 ANTERIOR-SITUACAO PIC X.
           05 ANTERIOR-ESTOQUE-MINIMO PIC 9(6).
           05 ANTERIOR-CATEGORIA PIC 9(2).
           05 ANTERIOR-FORNECEDOR PIC 9(4).
           05 ANTERIOR-LOCALIZACAO PIC X(8).
           05 ANTERIOR-PESO PIC 9(4)V999.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
      *    na base de treinamento a tela abre com o aviso de dados
      *    ficticios.
           PERFORM CARREGA-PARAMETROS.

           DISPLAY "Informe seu usuario (para a auditoria): ".
           ACCEPT AUDITORIA-OPERADOR.

           MOVE "PROG105" TO JANELA-PROGRAMA.
           MOVE "N" TO JANELA-BLOQUEIO.

           OPEN I-O ARQUIVO-PRODUTOS.
           OPEN EXTEND ARQUIVO-AUDITORIA.
           OPEN INPUT ARQUIVO-CATEGORIAS.
           OPEN INPUT ARQUIVO-FORNECEDORES.

           MOVE 9 TO OPCAO-MENU.
           PERFORM PROCESSA-OPCAO

           CLOSE ARQUIVO-PRODUTOS.
           CLOSE ARQUIVO-CATEGORIAS.
           CLOSE ARQUIVO-FORNECEDORES.
           CLOSE ARQUIVO-AUDITORIA.
       PROGRAM-DONE.
      *    GOBACK devolve o controle ao menu quando chamado pelo
      *    PROG40, e encerra normalmente quando executado sozinho.
           DISPLAY "0. Sair".
           ACCEPT OPCAO-MENU.

      *    com a janela batch no ar so a listagem atende - a trava
      *    e conferida a cada opcao, porque a janela pode abrir com
      *    o cadastro na tela.
           IF OPCAO-MENU = 1 OR OPCAO-MENU = 2
               PERFORM CONFERE-JANELA-BATCH.

           IF OPCAO-MENU = 1 AND JANELA-BLOQUEIO = "N"
               PERFORM INCLUI-PRODUTO.

           IF OPCAO-MENU = 2 AND JANELA-BLOQUEIO = "N"
               PERFORM ALTERA-PRODUTO.

           IF OPCAO-MENU = 3
               DISPLAY "Codigo invalido, informe um valor de 1 a 9999"
           ELSE
               MOVE CODIGO-PRODUTO TO PRODUTO-CODIGO
               MOVE ZEROS TO PRODUTO-CUSTO-COMPRA
               MOVE ZEROS TO PRODUTO-CUSTO-MEDIO
               MOVE ZEROS TO PRODUTO-INVENTARIO
               PERFORM PEGA-DADOS-PRODUTO
               PERFORM PEGA-ESTOQUE-INICIAL
               WRITE PRODUTO-REGISTRO
                   INVALID KEY
                       DISPLAY "Codigo ja existe"
                   NOT INVALID KEY
                       DISPLAY "Produto gravado"
                       PERFORM GRAVA-AUDITORIA-INCLUSAO.

       PEGA-DADOS-PRODUTO.
           DISPLAY "Informe a descricao do produto: ".

           PERFORM PEGA-CATEGORIA-DO-PRODUTO.

           PERFORM PEGA-FORNECEDOR-DO-PRODUTO.

           DISPLAY "Localizacao no deposito (corredor/prateleira): ".
           ACCEPT PRODUTO-LOCALIZACAO.

           DISPLAY "Peso unitario em kg (ex: 1.250): ".
           ACCEPT PRODUTO-PESO.

       PEGA-CATEGORIA-DO-PRODUTO.
      *    repete ate receber uma categoria cadastrada e ativa do
      *    PROG146 (0 deixa o produto sem categoria).
                       PRODUTO-CATEGORIA-CODIGO
                   DISPLAY "Categoria: " CATEGORIA-NOME.

       PEGA-FORNECEDOR-DO-PRODUTO.
      *    repete ate receber um fornecedor cadastrado e ativo do
      *    PROG232 (0 deixa o produto sem fornecedor preferencial).
           MOVE "N" TO FORNECEDOR-VALIDO.
           PERFORM ACEITA-FORNECEDOR-DO-PRODUTO
               UNTIL FORNECEDOR-VALIDO = "S".

       ACEITA-FORNECEDOR-DO-PRODUTO.
           DISPLAY "Fornecedor preferencial (0 = sem fornecedor): ".
           ACCEPT FORNECEDOR-INFORMADO.

           IF FORNECEDOR-INFORMADO = ZEROS
               MOVE ZEROS TO PRODUTO-FORNECEDOR-CODIGO
               MOVE "S" TO FORNECEDOR-VALIDO
           ELSE
               PERFORM VALIDA-FORNECEDOR-INFORMADO.

       VALIDA-FORNECEDOR-INFORMADO.
           MOVE FORNECEDOR-INFORMADO TO FORNECEDOR-CODIGO.
           MOVE "S" TO FORNECEDOR-VALIDO.

           READ ARQUIVO-FORNECEDORES RECORD
               INVALID KEY
                   MOVE "N" TO FORNECEDOR-VALIDO
                   DISPLAY "Fornecedor nao cadastrado, use o PROG232".

           IF FORNECEDOR-VALIDO = "S"
               IF FORNECEDOR-INATIVO
                   MOVE "N" TO FORNECEDOR-VALIDO
                   DISPLAY "Fornecedor inativo, informe outro"
               ELSE
                   MOVE FORNECEDOR-INFORMADO TO
                       PRODUTO-FORNECEDOR-CODIGO
                   DISPLAY "Fornecedor: " FORNECEDOR-NOME.

       PEGA-ESTOQUE-INICIAL.
      *    so a inclusao pergunta o saldo inicial - depois disso o
      *    saldo e mantido pelos movimentos (PROG128/121/127), nunca
                   MOVE "N" TO REGISTRO-ENCONTRADO
                   DISPLAY "Produto nao encontrado".

      *    produto gravado antes do fornecedor preferencial traz
      *    os campos de compra em branco.
           IF REGISTRO-ENCONTRADO = "S"
               IF PRODUTO-FORNECEDOR-CODIGO NOT NUMERIC
                   MOVE ZEROS TO PRODUTO-FORNECEDOR-CODIGO
                   MOVE ZEROS TO PRODUTO-CUSTO-COMPRA.

           IF REGISTRO-ENCONTRADO = "S"
               IF PRODUTO-CUSTO-MEDIO NOT NUMERIC
                   MOVE ZEROS TO PRODUTO-CUSTO-MEDIO.

           IF REGISTRO-ENCONTRADO = "S"
               IF PRODUTO-INVENTARIO NOT NUMERIC
                   MOVE ZEROS TO PRODUTO-INVENTARIO.

           IF REGISTRO-ENCONTRADO = "S"
               IF PRODUTO-PESO NOT NUMERIC
                   MOVE ZEROS TO PRODUTO-PESO.

           IF REGISTRO-ENCONTRADO = "S"
               DISPLAY "Descricao atual: " PRODUTO-DESCRICAO
               DISPLAY "Preco atual....: " PRODUTO-PRECO
               DISPLAY "Situacao atual.: " PRODUTO-SITUACAO
               DISPLAY "Estoque........: " PRODUTO-ESTOQUE
               DISPLAY "Estoque minimo.: " PRODUTO-ESTOQUE-MINIMO
               DISPLAY "Fornecedor.....: " PRODUTO-FORNECEDOR-CODIGO
               DISPLAY "Ultimo custo...: " PRODUTO-CUSTO-COMPRA
               DISPLAY "Custo medio....: " PRODUTO-CUSTO-MEDIO
               DISPLAY "Localizacao....: " PRODUTO-LOCALIZACAO
               DISPLAY "Peso (kg)......: " PRODUTO-PESO
               PERFORM GUARDA-PRODUTO-ANTERIOR
               PERFORM PEGA-DADOS-PRODUTO
               REWRITE PRODUTO-REGISTRO
                   INVALID KEY
                       DISPLAY "Erro ao reescrever o registro"
                   NOT INVALID KEY
                       DISPLAY "Produto alterado"
                       PERFORM GRAVA-AUDITORIA-ALTERACAO.

       GUARDA-PRODUTO-ANTERIOR.
           MOVE PRODUTO-DESCRICAO TO ANTERIOR-DESCRICAO.
           MOVE PRODUTO-PRECO TO ANTERIOR-PRECO.
           MOVE PRODUTO-SITUACAO TO ANTERIOR-SITUACAO.
           MOVE PRODUTO-ESTOQUE-MINIMO TO ANTERIOR-ESTOQUE-MINIMO.
           MOVE PRODUTO-CATEGORIA-CODIGO TO ANTERIOR-CATEGORIA.
           MOVE PRODUTO-FORNECEDOR-CODIGO TO ANTERIOR-FORNECEDOR.
           MOVE PRODUTO-LOCALIZACAO TO ANTERIOR-LOCALIZACAO.
           MOVE PRODUTO-PESO TO ANTERIOR-PESO.

       GRAVA-AUDITORIA-INCLUSAO.
           MOVE "I" TO OPERACAO-AUDITADA.
           MOVE "PRODUTO" TO NOME-CAMPO-ALTERADO.
           MOVE SPACES TO VALOR-ANTIGO.
           MOVE PRODUTO-DESCRICAO TO VALOR-NOVO.
           PERFORM GRAVA-AUDITORIA.

      *    uma linha por campo digitado que mudou - estoque e custos
      *    nao sao digitados aqui e ficam fora.
       GRAVA-AUDITORIA-ALTERACAO.
           MOVE "A" TO OPERACAO-AUDITADA.

           IF PRODUTO-DESCRICAO NOT = ANTERIOR-DESCRICAO
               MOVE "DESCRICAO" TO NOME-CAMPO-ALTERADO
               MOVE ANTERIOR-DESCRICAO TO VALOR-ANTIGO
               MOVE PRODUTO-DESCRICAO TO VALOR-NOVO
               PERFORM GRAVA-AUDITORIA.

           IF PRODUTO-PRECO NOT = ANTERIOR-PRECO
               MOVE "PRECO" TO NOME-CAMPO-ALTERADO
               MOVE ANTERIOR-PRECO TO PRECO-EXIBIDO
               MOVE PRECO-EXIBIDO TO VALOR-ANTIGO
               MOVE PRODUTO-PRECO TO PRECO-EXIBIDO
               MOVE PRECO-EXIBIDO TO VALOR-NOVO
               PERFORM GRAVA-AUDITORIA.

           IF PRODUTO-SITUACAO NOT = ANTERIOR-SITUACAO
               MOVE "SITUACAO" TO NOME-CAMPO-ALTERADO
               MOVE ANTERIOR-SITUACAO TO VALOR-ANTIGO
               MOVE PRODUTO-SITUACAO TO VALOR-NOVO
               PERFORM GRAVA-AUDITORIA.

           IF PRODUTO-ESTOQUE-MINIMO NOT = ANTERIOR-ESTOQUE-MINIMO
               MOVE "ESTOQUE MINIMO" TO NOME-CAMPO-ALTERADO
               MOVE ANTERIOR-ESTOQUE-MINIMO TO VALOR-ANTIGO
               MOVE PRODUTO-ESTOQUE-MINIMO TO VALOR-NOVO
               PERFORM GRAVA-AUDITORIA.

           IF PRODUTO-CATEGORIA-CODIGO NOT = ANTERIOR-CATEGORIA
               MOVE "CATEGORIA" TO NOME-CAMPO-ALTERADO
               MOVE ANTERIOR-CATEGORIA TO VALOR-ANTIGO
               MOVE PRODUTO-CATEGORIA-CODIGO TO VALOR-NOVO
               PERFORM GRAVA-AUDITORIA.

           IF PRODUTO-FORNECEDOR-CODIGO NOT = ANTERIOR-FORNECEDOR
               MOVE "FORNECEDOR" TO NOME-CAMPO-ALTERADO
               MOVE ANTERIOR-FORNECEDOR TO VALOR-ANTIGO
               MOVE PRODUTO-FORNECEDOR-CODIGO TO VALOR-NOVO
               PERFORM GRAVA-AUDITORIA.

           IF PRODUTO-LOCALIZACAO NOT = ANTERIOR-LOCALIZACAO
               MOVE "LOCALIZACAO" TO NOME-CAMPO-ALTERADO
               MOVE ANTERIOR-LOCALIZACAO TO VALOR-ANTIGO
               MOVE PRODUTO-LOCALIZACAO TO VALOR-NOVO
               PERFORM GRAVA-AUDITORIA.

           IF PRODUTO-PESO NOT = ANTERIOR-PESO
               MOVE "PESO" TO NOME-CAMPO-ALTERADO
               MOVE ANTERIOR-PESO TO PESO-EXIBIDO
               MOVE PESO-EXIBIDO TO VALOR-ANTIGO
               MOVE PRODUTO-PESO TO PESO-EXIBIDO
               MOVE PESO-EXIBIDO TO VALOR-NOVO
               PERFORM GRAVA-AUDITORIA.

       GRAVA-AUDITORIA.
           ACCEPT AUD-DATA FROM DATE YYYYMMDD.
           ACCEPT AUD-HORA FROM TIME.
           MOVE OPERACAO-AUDITADA TO AUD-OPERACAO.
           MOVE AUDITORIA-OPERADOR TO AUD-OPERADOR.
           MOVE PRODUTO-CODIGO TO AUD-CODIGO.
           MOVE "PRO" TO AUD-ARQUIVO.
           MOVE PRODUTO-CODIGO TO AUD-CHAVE.
           MOVE NOME-CAMPO-ALTERADO TO AUD-CAMPO.
           MOVE VALOR-ANTIGO TO AUD-VALOR-ANTES.
           MOVE VALOR-NOVO TO AUD-VALOR-DEPOIS.
           WRITE AUDITORIA-REGISTRO.

       LISTA-PRODUTOS.
           MOVE ZEROS TO PRODUTO-CODIGO.
                   " Preco: " PRODUTO-PRECO
                   " Situacao: " PRODUTO-SITUACAO
                   " Estoque: " PRODUTO-ESTOQUE.
           COPY "PDJANELA.cob".
           COPY "PDPARAMETRO.cob".
