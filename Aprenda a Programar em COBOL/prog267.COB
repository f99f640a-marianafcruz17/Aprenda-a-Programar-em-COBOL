       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG267.
      *    manutencao da estrutura de kits em kits.dat - para cada
      *    produto vendido como kit (o kit inicial e os outros
      *    conjuntos), os produtos que o compoem e quantas unidades
      *    de cada um vao em um kit. O kit continua cadastrado no
      *    PROG105 como produto comum, com o seu preco e peso, e
      *    pedido e cotacao o levam como uma linha so; a baixa do
      *    faturamento (PROG121), o romaneio de separacao (PROG130),
      *    os avisos de disponibilidade (PROG100 e PROG230) e a
      *    devolucao (PROG127) abrem o kit nos componentes pela
      *    estrutura daqui, e o PROG268 mostra quantos kits o saldo
      *    dos componentes monta. Kit nao entra em outro kit - o
      *    componente nao pode ser kit, nem o kit componente de
      *    outro - e cada kit tem no maximo 20 componentes.
      *    Com a janela batch noturna no ar (trava do PROG177) so
      *    as consultas e listagens atendem.
      *    Na base de treinamento (PROG273) a tela abre com o aviso
      *    de dados ficticios.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBPRODUTO.cob".
           COPY "SBKIT.cob".
           COPY "SBJANELA.cob".
           COPY "SBPARAMETRO.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDPRODUTO.cob".
           COPY "FDKIT.cob".
           COPY "FDJANELA.cob".
           COPY "FDPARAMETRO.cob".

       WORKING-STORAGE SECTION.
           COPY "WSPARAMETRO.cob".
           COPY "WSJANELA.cob".
           COPY "WSKIT.cob".
       77  OPCAO-MENU PIC 9.
       77  REGISTRO-ENCONTRADO PIC X.
       77  DADOS-VALIDOS PIC X.
       77  CODIGO-KIT PIC 9(4).
       77  CODIGO-COMPONENTE PIC 9(4).
       77  QUANTIDADE-INFORMADA PIC 9(4).
       77  OPERADOR-KIT PIC X(10).
       77  DATA-DE-HOJE PIC 9(8).
       77  FIM-KITS PIC X.
       77  KIT-E-COMPONENTE PIC X.
       77  QTD-COMPONENTES-DO-KIT PIC 9(2).
       77  CONFIRMA-EXCLUSAO PIC X.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
      *    na base de treinamento a tela abre com o aviso de dados
      *    ficticios.
           PERFORM CARREGA-PARAMETROS.

           MOVE "PROG267" TO JANELA-PROGRAMA.
           MOVE "N" TO JANELA-BLOQUEIO.

           ACCEPT DATA-DE-HOJE FROM DATE YYYYMMDD.

           DISPLAY "Operador: ".
           ACCEPT OPERADOR-KIT.

           OPEN INPUT ARQUIVO-PRODUTOS.
           OPEN I-O ARQUIVO-KITS.

           MOVE 9 TO OPCAO-MENU.
           PERFORM PROCESSA-OPCAO
               UNTIL OPCAO-MENU = 0.

           CLOSE ARQUIVO-PRODUTOS.
           CLOSE ARQUIVO-KITS.
       PROGRAM-DONE.
      *    GOBACK devolve o controle ao menu quando chamado pelo
      *    PROG40, e encerra normalmente quando executado sozinho.
           GOBACK.

       PROCESSA-OPCAO.
           DISPLAY " ".
           DISPLAY "--- ESTRUTURA DE KITS ---".
           DISPLAY "1. Incluir ou alterar componente de um kit".
           DISPLAY "2. Excluir componente de um kit".
           DISPLAY "3. Listar a estrutura de um kit".
           DISPLAY "0. Sair".
           ACCEPT OPCAO-MENU.

      *    com a janela batch no ar so as consultas atendem - a
      *    trava e conferida a cada opcao, porque a janela pode
      *    abrir com o cadastro na tela.
           IF OPCAO-MENU = 1 OR OPCAO-MENU = 2
               PERFORM CONFERE-JANELA-BATCH.

           IF OPCAO-MENU = 1 AND JANELA-BLOQUEIO = "N"
               PERFORM INCLUI-COMPONENTE.

           IF OPCAO-MENU = 2 AND JANELA-BLOQUEIO = "N"
               PERFORM EXCLUI-COMPONENTE.

           IF OPCAO-MENU = 3
               PERFORM LISTA-ESTRUTURA.

           IF OPCAO-MENU > 3
               DISPLAY "Opcao invalida".

       INCLUI-COMPONENTE.
           PERFORM LOCALIZA-KIT.

           IF REGISTRO-ENCONTRADO = "S"
               PERFORM CONFERE-KIT-NAO-E-COMPONENTE.

           IF REGISTRO-ENCONTRADO = "S"
               PERFORM LOCALIZA-COMPONENTE.

           IF REGISTRO-ENCONTRADO = "S"
               PERFORM VALIDA-COMPONENTE.

           IF REGISTRO-ENCONTRADO = "S" AND DADOS-VALIDOS = "S"
               DISPLAY "Quantidade do componente por kit: "
               ACCEPT QUANTIDADE-INFORMADA
               IF QUANTIDADE-INFORMADA = ZEROS
                   MOVE "N" TO DADOS-VALIDOS
                   DISPLAY "Quantidade por kit nao pode ser zero".

           IF REGISTRO-ENCONTRADO = "S" AND DADOS-VALIDOS = "S"
               PERFORM GRAVA-COMPONENTE.

      *    o kit e um produto do cadastro; o que ele ja tem de
      *    componentes fica carregado para o limite de 20.
       LOCALIZA-KIT.
           DISPLAY "Informe o codigo do produto kit: ".
           ACCEPT CODIGO-KIT.
           MOVE CODIGO-KIT TO PRODUTO-CODIGO.

           MOVE "S" TO REGISTRO-ENCONTRADO.
           READ ARQUIVO-PRODUTOS RECORD
               INVALID KEY
                   MOVE "N" TO REGISTRO-ENCONTRADO
                   DISPLAY "Produto nao encontrado".

           IF REGISTRO-ENCONTRADO = "S"
               DISPLAY "Kit: " PRODUTO-DESCRICAO
               MOVE CODIGO-KIT TO KITBUSCA-PRODUTO
               PERFORM CARREGA-COMPONENTES-DO-KIT
               MOVE KITBUSCA-QTD TO QTD-COMPONENTES-DO-KIT.

      *    um produto que ja e componente de outro kit nao pode
      *    virar kit - a explosao e de um nivel so.
       CONFERE-KIT-NAO-E-COMPONENTE.
           MOVE CODIGO-KIT TO CODIGO-COMPONENTE.
           PERFORM PROCURA-COMO-COMPONENTE.

           IF KIT-E-COMPONENTE = "S"
               MOVE "N" TO REGISTRO-ENCONTRADO
               DISPLAY "Produto ja e componente do kit "
                   KIT-PRODUTO-CODIGO ", nao pode ser kit".

       PROCURA-COMO-COMPONENTE.
           MOVE "N" TO KIT-E-COMPONENTE.
           MOVE "N" TO FIM-KITS.
           MOVE ZEROS TO KIT-CHAVE.

           START ARQUIVO-KITS
               KEY IS NOT LESS THAN KIT-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-KITS.

           PERFORM EXAMINA-COMPONENTE
               UNTIL FIM-KITS = "S".

       EXAMINA-COMPONENTE.
           READ ARQUIVO-KITS NEXT RECORD
               AT END
                   MOVE "S" TO FIM-KITS.

           IF FIM-KITS = "N"
               IF KIT-COMPONENTE-CODIGO = CODIGO-COMPONENTE
                   MOVE "S" TO KIT-E-COMPONENTE
                   MOVE "S" TO FIM-KITS.

       LOCALIZA-COMPONENTE.
           DISPLAY "Informe o codigo do componente: ".
           ACCEPT CODIGO-COMPONENTE.
           MOVE CODIGO-COMPONENTE TO PRODUTO-CODIGO.

           MOVE "S" TO REGISTRO-ENCONTRADO.
           READ ARQUIVO-PRODUTOS RECORD
               INVALID KEY
                   MOVE "N" TO REGISTRO-ENCONTRADO
                   DISPLAY "Produto nao encontrado".

           IF REGISTRO-ENCONTRADO = "S"
               DISPLAY "Componente: " PRODUTO-DESCRICAO
               DISPLAY "Saldo em estoque: " PRODUTO-ESTOQUE.

       VALIDA-COMPONENTE.
           MOVE "S" TO DADOS-VALIDOS.

           IF CODIGO-COMPONENTE = CODIGO-KIT
               MOVE "N" TO DADOS-VALIDOS
               DISPLAY "O kit nao pode ser componente de si mesmo".

           IF DADOS-VALIDOS = "S"
               MOVE CODIGO-COMPONENTE TO KITBUSCA-PRODUTO
               PERFORM CARREGA-COMPONENTES-DO-KIT
               IF KITBUSCA-QTD > ZEROS
                   MOVE "N" TO DADOS-VALIDOS
                   DISPLAY "Componente e kit - kit nao entra em "
                       "outro kit".

      *    alteracao de componente ja cadastrado nao conta para o
      *    limite; componente novo so entra ate o vigesimo.
           IF DADOS-VALIDOS = "S"
               MOVE CODIGO-KIT TO KIT-PRODUTO-CODIGO
               MOVE CODIGO-COMPONENTE TO KIT-COMPONENTE-CODIGO
               READ ARQUIVO-KITS RECORD
                   INVALID KEY
                       IF QTD-COMPONENTES-DO-KIT NOT < 20
                           MOVE "N" TO DADOS-VALIDOS
                           DISPLAY "Kit ja tem 20 componentes".

       GRAVA-COMPONENTE.
           MOVE CODIGO-KIT TO KIT-PRODUTO-CODIGO.
           MOVE CODIGO-COMPONENTE TO KIT-COMPONENTE-CODIGO.

           MOVE "S" TO REGISTRO-ENCONTRADO.
           READ ARQUIVO-KITS RECORD
               INVALID KEY
                   MOVE "N" TO REGISTRO-ENCONTRADO.

           MOVE QUANTIDADE-INFORMADA TO KIT-QUANTIDADE.
           MOVE OPERADOR-KIT TO KIT-OPERADOR.
           MOVE DATA-DE-HOJE TO KIT-DATA-CADASTRO.

           IF REGISTRO-ENCONTRADO = "S"
               REWRITE KIT-REGISTRO
                   INVALID KEY
                       DISPLAY "Erro ao regravar o componente"
                   NOT INVALID KEY
                       DISPLAY "Quantidade por kit alterada"
           ELSE
               WRITE KIT-REGISTRO
                   INVALID KEY
                       DISPLAY "Erro ao gravar o componente"
                   NOT INVALID KEY
                       DISPLAY "Componente incluido no kit".

       EXCLUI-COMPONENTE.
           PERFORM LOCALIZA-KIT.

           IF REGISTRO-ENCONTRADO = "S"
               DISPLAY "Informe o codigo do componente: "
               ACCEPT CODIGO-COMPONENTE
               MOVE CODIGO-KIT TO KIT-PRODUTO-CODIGO
               MOVE CODIGO-COMPONENTE TO KIT-COMPONENTE-CODIGO
               READ ARQUIVO-KITS RECORD
                   INVALID KEY
                       MOVE "N" TO REGISTRO-ENCONTRADO
                       DISPLAY "Componente nao esta neste kit".

           IF REGISTRO-ENCONTRADO = "S"
               DISPLAY "Componente " KIT-COMPONENTE-CODIGO
                   "  Qtde por kit: " KIT-QUANTIDADE
               DISPLAY "Confirma a exclusao (S/N)? "
               ACCEPT CONFIRMA-EXCLUSAO
               IF CONFIRMA-EXCLUSAO = "S" OR "s"
                   PERFORM APAGA-COMPONENTE.

       APAGA-COMPONENTE.
           DELETE ARQUIVO-KITS RECORD
               INVALID KEY
                   DISPLAY "Erro ao excluir o componente"
               NOT INVALID KEY
                   DISPLAY "Componente excluido do kit".

       LISTA-ESTRUTURA.
           PERFORM LOCALIZA-KIT.

           IF REGISTRO-ENCONTRADO = "S"
               IF KITBUSCA-QTD = ZEROS
                   DISPLAY "Produto sem componentes - nao e kit"
               ELSE
                   PERFORM MOSTRA-COMPONENTE
                       VARYING KITBUSCA-INDICE FROM 1 BY 1
                       UNTIL KITBUSCA-INDICE > KITBUSCA-QTD
                   PERFORM CALCULA-KITS-MONTAVEIS
                   DISPLAY "Kits montaveis com o saldo atual: "
                       KITBUSCA-MONTAVEIS.

       MOSTRA-COMPONENTE.
           MOVE KITBUSCA-COMPONENTE (KITBUSCA-INDICE) TO
               PRODUTO-CODIGO.
           READ ARQUIVO-PRODUTOS RECORD
               INVALID KEY
                   MOVE "PRODUTO SEM CADASTRO" TO PRODUTO-DESCRICAO
                   MOVE ZEROS TO PRODUTO-ESTOQUE.

           DISPLAY "Componente " PRODUTO-CODIGO " "
               PRODUTO-DESCRICAO " Qtde por kit: "
               KITBUSCA-QUANTIDADE (KITBUSCA-INDICE)
               " Saldo: " PRODUTO-ESTOQUE.

           COPY "PDKIT.cob".
           COPY "PDJANELA.cob".
           COPY "PDPARAMETRO.cob".
