       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG227.
      *    manutencao dos contratos de preco em contratos_preco.dat
      *    - preco negociado por cliente e produto, ou desconto
      *    geral do cliente sobre o preco oficial (produto 0000),
      *    cada um com data de vigencia e de expiracao. Como na
      *    tabela datada do PROG133, renovacao entra como registro
      *    novo; a expiracao de um contrato pode ser alterada para
      *    prorrogar ou encerrar antes do prazo. O PROG100 e o
      *    PROG63 usam o contrato vigente no lugar do preco
      *    oficial; o PROG228 avisa os contratos a vencer e o
      *    PROG229 lista os precos abaixo do piso de margem.
      *    Com a janela batch noturna no ar (trava do PROG177) so
      *    as consultas e listagens atendem.
      *    Na base de treinamento (PROG273) a tela abre com o aviso
      *    de dados ficticios.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBCLIENTE.cob".
           COPY "SBPRODUTO.cob".
           COPY "SBCONTRATO.cob".
           COPY "SBJANELA.cob".
           COPY "SBPARAMETRO.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDCLIENTE.cob".
           COPY "FDPRODUTO.cob".
           COPY "FDCONTRATO.cob".
           COPY "FDJANELA.cob".
           COPY "FDPARAMETRO.cob".

       WORKING-STORAGE SECTION.
           COPY "WSPARAMETRO.cob".
           COPY "WSJANELA.cob".
       77  OPCAO-MENU PIC 9.
       77  REGISTRO-ENCONTRADO PIC X.
       77  DADOS-VALIDOS PIC X.
       77  CODIGO-CLIENTE PIC 9(4).
       77  CODIGO-PRODUTO PIC 9(4).
       77  OPERADOR-CONTRATO PIC X(10).
       77  DATA-DE-HOJE PIC 9(8).
       77  VIGENCIA-INFORMADA PIC 9(8).
       77  EXPIRACAO-INFORMADA PIC 9(8).
       77  PRECO-INFORMADO PIC 9(6)V99.
       77  DESCONTO-INFORMADO PIC 99V99.
       77  FIM-CONTRATOS PIC X.
       77  QTD-LISTADOS PIC 9(3).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
      *    na base de treinamento a tela abre com o aviso de dados
      *    ficticios.
           PERFORM CARREGA-PARAMETROS.

           MOVE "PROG227" TO JANELA-PROGRAMA.
           MOVE "N" TO JANELA-BLOQUEIO.

           ACCEPT DATA-DE-HOJE FROM DATE YYYYMMDD.

           DISPLAY "Operador: ".
           ACCEPT OPERADOR-CONTRATO.

           OPEN INPUT ARQUIVO-CLIENTE.
           OPEN INPUT ARQUIVO-PRODUTOS.
           OPEN I-O ARQUIVO-CONTRATOS.

           MOVE 9 TO OPCAO-MENU.
           PERFORM PROCESSA-OPCAO
               UNTIL OPCAO-MENU = 0.

           CLOSE ARQUIVO-CLIENTE.
           CLOSE ARQUIVO-PRODUTOS.
           CLOSE ARQUIVO-CONTRATOS.
       PROGRAM-DONE.
      *    GOBACK devolve o controle ao menu quando chamado pelo
      *    PROG40, e encerra normalmente quando executado sozinho.
           GOBACK.

       PROCESSA-OPCAO.
           DISPLAY " ".
           DISPLAY "--- CONTRATOS DE PRECO POR CLIENTE ---".
           DISPLAY "1. Incluir preco de contrato de um produto".
           DISPLAY "2. Incluir desconto geral do cliente".
           DISPLAY "3. Listar contratos de um cliente".
           DISPLAY "4. Alterar a expiracao de um contrato".
           DISPLAY "0. Sair".
           ACCEPT OPCAO-MENU.

      *    com a janela batch no ar so as consultas atendem - a
      *    trava e conferida a cada opcao, porque a janela pode
      *    abrir com o cadastro na tela.
           IF OPCAO-MENU = 1 OR OPCAO-MENU = 2 OR
               OPCAO-MENU = 4
               PERFORM CONFERE-JANELA-BATCH.

           IF OPCAO-MENU = 1 AND JANELA-BLOQUEIO = "N"
               PERFORM INCLUI-PRECO-CONTRATO.

           IF OPCAO-MENU = 2 AND JANELA-BLOQUEIO = "N"
               PERFORM INCLUI-DESCONTO-CLIENTE.

           IF OPCAO-MENU = 3
               PERFORM LISTA-CONTRATOS.

           IF OPCAO-MENU = 4 AND JANELA-BLOQUEIO = "N"
               PERFORM ALTERA-EXPIRACAO.

           IF OPCAO-MENU > 4
               DISPLAY "Opcao invalida".

       INCLUI-PRECO-CONTRATO.
           PERFORM LOCALIZA-CLIENTE.

           IF REGISTRO-ENCONTRADO = "S"
               PERFORM LOCALIZA-PRODUTO.

           IF REGISTRO-ENCONTRADO = "S"
               PERFORM PEGA-PERIODO
               DISPLAY "Preco unitario negociado: "
               ACCEPT PRECO-INFORMADO
               IF PRECO-INFORMADO = ZEROS
                   MOVE "N" TO DADOS-VALIDOS
                   DISPLAY "Preco de contrato nao pode ser zero".

           IF REGISTRO-ENCONTRADO = "S" AND DADOS-VALIDOS = "S"
               MOVE CODIGO-PRODUTO TO CONTRATO-PRODUTO-CODIGO
               MOVE PRECO-INFORMADO TO CONTRATO-PRECO
               MOVE ZEROS TO CONTRATO-DESCONTO
               PERFORM GRAVA-CONTRATO.

       INCLUI-DESCONTO-CLIENTE.
           PERFORM LOCALIZA-CLIENTE.

           IF REGISTRO-ENCONTRADO = "S"
               PERFORM PEGA-PERIODO
               DISPLAY "Desconto geral sobre o preco oficial (%): "
               ACCEPT DESCONTO-INFORMADO
               IF DESCONTO-INFORMADO = ZEROS
                   MOVE "N" TO DADOS-VALIDOS
                   DISPLAY "Desconto geral nao pode ser zero".

           IF REGISTRO-ENCONTRADO = "S" AND DADOS-VALIDOS = "S"
               MOVE ZEROS TO CONTRATO-PRODUTO-CODIGO
               MOVE ZEROS TO CONTRATO-PRECO
               MOVE DESCONTO-INFORMADO TO CONTRATO-DESCONTO
               PERFORM GRAVA-CONTRATO.

       PEGA-PERIODO.
      *    expiracao em zeros deixa o contrato sem prazo; com prazo
      *    ela nao pode ser anterior a vigencia.
           MOVE "S" TO DADOS-VALIDOS.

           DISPLAY "Data de vigencia (AAAAMMDD): ".
           ACCEPT VIGENCIA-INFORMADA.
           DISPLAY "Data de expiracao (AAAAMMDD, 0 = sem prazo): ".
           ACCEPT EXPIRACAO-INFORMADA.

           IF VIGENCIA-INFORMADA = ZEROS
               MOVE "N" TO DADOS-VALIDOS
               DISPLAY "Informe a data de vigencia".

           IF EXPIRACAO-INFORMADA NOT = ZEROS AND
               EXPIRACAO-INFORMADA < VIGENCIA-INFORMADA
               MOVE "N" TO DADOS-VALIDOS
               DISPLAY "Expiracao anterior a vigencia".

       GRAVA-CONTRATO.
           MOVE CODIGO-CLIENTE TO CONTRATO-CLIENTE-CODIGO.
           MOVE VIGENCIA-INFORMADA TO CONTRATO-DATA-VIGENCIA.
           MOVE EXPIRACAO-INFORMADA TO CONTRATO-DATA-EXPIRACAO.
           MOVE OPERADOR-CONTRATO TO CONTRATO-OPERADOR.
           MOVE DATA-DE-HOJE TO CONTRATO-DATA-CADASTRO.

           WRITE CONTRATO-REGISTRO
               INVALID KEY
                   DISPLAY "Ja existe contrato desse cliente e "
                       "produto nessa vigencia"
               NOT INVALID KEY
                   DISPLAY "Contrato gravado".

       LOCALIZA-CLIENTE.
           DISPLAY "Informe o codigo do cliente: ".
           ACCEPT CODIGO-CLIENTE.
           MOVE CODIGO-CLIENTE TO CLIENTE-CODIGO.

           MOVE "S" TO REGISTRO-ENCONTRADO.
           READ ARQUIVO-CLIENTE RECORD
               INVALID KEY
                   MOVE "N" TO REGISTRO-ENCONTRADO
                   DISPLAY "Cliente nao encontrado".

           IF REGISTRO-ENCONTRADO = "S"
               DISPLAY "Cliente: " CLIENTE-NOME.

       LOCALIZA-PRODUTO.
           DISPLAY "Informe o codigo do produto: ".
           ACCEPT CODIGO-PRODUTO.
           MOVE CODIGO-PRODUTO TO PRODUTO-CODIGO.

           MOVE "S" TO REGISTRO-ENCONTRADO.
           READ ARQUIVO-PRODUTOS RECORD
               INVALID KEY
                   MOVE "N" TO REGISTRO-ENCONTRADO
                   DISPLAY "Produto nao encontrado".

           IF REGISTRO-ENCONTRADO = "S"
               DISPLAY "Produto: " PRODUTO-DESCRICAO
               DISPLAY "Preco de contingencia: " PRODUTO-PRECO.

       LISTA-CONTRATOS.
           PERFORM LOCALIZA-CLIENTE.

           IF REGISTRO-ENCONTRADO = "S"
               PERFORM VARRE-CONTRATOS.

       VARRE-CONTRATOS.
           MOVE ZEROS TO QTD-LISTADOS.
           MOVE "N" TO FIM-CONTRATOS.
           MOVE CODIGO-CLIENTE TO CONTRATO-CLIENTE-CODIGO.
           MOVE ZEROS TO CONTRATO-PRODUTO-CODIGO.
           MOVE ZEROS TO CONTRATO-DATA-VIGENCIA.

           START ARQUIVO-CONTRATOS
               KEY IS NOT LESS THAN CONTRATO-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-CONTRATOS.

           PERFORM LISTA-UM-CONTRATO
               UNTIL FIM-CONTRATOS = "S".

           IF QTD-LISTADOS = ZEROS
               DISPLAY "Cliente sem contrato de preco".

       LISTA-UM-CONTRATO.
           READ ARQUIVO-CONTRATOS NEXT RECORD
               AT END
                   MOVE "S" TO FIM-CONTRATOS.

           IF FIM-CONTRATOS = "N"
               IF CONTRATO-CLIENTE-CODIGO NOT = CODIGO-CLIENTE
                   MOVE "S" TO FIM-CONTRATOS
               ELSE
                   ADD 1 TO QTD-LISTADOS
                   PERFORM MOSTRA-CONTRATO.

       MOSTRA-CONTRATO.
           IF CONTRATO-PRODUTO-CODIGO = ZEROS
               DISPLAY "Desconto geral   Vigencia: "
                   CONTRATO-DATA-VIGENCIA
                   " Expira: " CONTRATO-DATA-EXPIRACAO
                   " Desconto: " CONTRATO-DESCONTO "%"
           ELSE
               DISPLAY "Produto " CONTRATO-PRODUTO-CODIGO
                   "     Vigencia: " CONTRATO-DATA-VIGENCIA
                   " Expira: " CONTRATO-DATA-EXPIRACAO
                   " Preco: " CONTRATO-PRECO.

       ALTERA-EXPIRACAO.
           PERFORM LOCALIZA-CLIENTE.

           IF REGISTRO-ENCONTRADO = "S"
               DISPLAY "Produto do contrato (0 = desconto geral): "
               ACCEPT CODIGO-PRODUTO
               DISPLAY "Data de vigencia do contrato (AAAAMMDD): "
               ACCEPT VIGENCIA-INFORMADA
               PERFORM LE-CONTRATO.

           IF REGISTRO-ENCONTRADO = "S"
               PERFORM MOSTRA-CONTRATO
               DISPLAY "Nova expiracao (AAAAMMDD, 0 = sem prazo): "
               ACCEPT EXPIRACAO-INFORMADA
               IF EXPIRACAO-INFORMADA NOT = ZEROS AND
                   EXPIRACAO-INFORMADA < CONTRATO-DATA-VIGENCIA
                   DISPLAY "Expiracao anterior a vigencia"
               ELSE
                   PERFORM REGRAVA-EXPIRACAO.

       LE-CONTRATO.
           MOVE CODIGO-CLIENTE TO CONTRATO-CLIENTE-CODIGO.
           MOVE CODIGO-PRODUTO TO CONTRATO-PRODUTO-CODIGO.
           MOVE VIGENCIA-INFORMADA TO CONTRATO-DATA-VIGENCIA.

           READ ARQUIVO-CONTRATOS RECORD
               INVALID KEY
                   MOVE "N" TO REGISTRO-ENCONTRADO
                   DISPLAY "Contrato nao encontrado".

       REGRAVA-EXPIRACAO.
           MOVE EXPIRACAO-INFORMADA TO CONTRATO-DATA-EXPIRACAO.
           MOVE OPERADOR-CONTRATO TO CONTRATO-OPERADOR.
           MOVE DATA-DE-HOJE TO CONTRATO-DATA-CADASTRO.

           REWRITE CONTRATO-REGISTRO
               INVALID KEY
                   DISPLAY "Erro ao regravar o contrato"
               NOT INVALID KEY
                   DISPLAY "Expiracao alterada".

           COPY "PDJANELA.cob".
           COPY "PDPARAMETRO.cob".
