       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG270.
      *    manutencao dos contratos de fornecimento recorrente
      *    (pedidos_recorrentes.dat e pedidos_recorrentes_itens.dat)
      *    - o cliente que recebe o mesmo suprimento todo mes deixa
      *    de ter o pedido redigitado no PROG100: aqui ficam os
      *    itens e quantidades, a frequencia em meses, a data do
      *    proximo pedido, a data final do contrato e a regra de
      *    preco (fixo no contrato ou o preco em vigor na geracao).
      *    O lote diario do PROG271 gera os pedidos quando a data
      *    chega e o PROG272 lista os contratos perto do fim para o
      *    vendedor renovar. Contrato encerrado aqui deixa de gerar
      *    pedido; alterar o contrato o reativa.
      *    Com a janela batch noturna no ar (trava do PROG177) so
      *    as consultas e listagens atendem.
      *    Na base de treinamento (PROG273) a tela abre com o aviso
      *    de dados ficticios.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBCLIENTE.cob".
           COPY "SBPRODUTO.cob".
           COPY "SBCONDICAO.cob".
           COPY "SBENTREGA.cob".
           COPY "SBRECORRENTE.cob".
           COPY "SBRECORITEM.cob".
           COPY "SBJANELA.cob".
           COPY "SBPARAMETRO.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDCLIENTE.cob".
           COPY "FDPRODUTO.cob".
           COPY "FDCONDICAO.cob".
           COPY "FDENTREGA.cob".
           COPY "FDRECORRENTE.cob".
           COPY "FDRECORITEM.cob".
           COPY "FDJANELA.cob".
           COPY "FDPARAMETRO.cob".

       WORKING-STORAGE SECTION.
           COPY "WSPARAMETRO.cob".
           COPY "WSJANELA.cob".
           COPY "WSVALIDADATA.cob".
       77  OPCAO-MENU PIC 9.
       77  REGISTRO-ENCONTRADO PIC X.
       77  CONTRATO-EXISTE PIC X.
       77  DADOS-VALIDOS PIC X.
       77  OPERADOR-CONTRATO PIC X(10).
       77  DATA-DE-HOJE PIC 9(8).
       77  CODIGO-CLIENTE PIC 9(4).
       77  SEQUENCIA-CONTRATO PIC 9(2).
       77  FREQUENCIA-INFORMADA PIC 9(2).
       77  PROXIMA-INFORMADA PIC 9(8).
       77  FIM-INFORMADO PIC 9(8).
       77  REGRA-INFORMADA PIC X.
       77  CONDICAO-INFORMADA PIC X(3).
       77  ENTREGA-INFORMADA PIC 9(3).
       77  LINHA-INFORMADA PIC 9(2).
       77  PRODUTO-INFORMADO PIC 9(4).
       77  QUANTIDADE-INFORMADA PIC 9(5).
       77  PRECO-INFORMADO PIC 9(6)V99.
       77  CONFIRMA-OPERACAO PIC X.
       77  FIM-CONTRATOS PIC X.
       77  FIM-ITENS PIC X.
       77  QTD-CONTRATOS-LISTADOS PIC 9(2).
       77  PRECO-EXIBIDO PIC ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
      *    na base de treinamento a tela abre com o aviso de dados
      *    ficticios.
           PERFORM CARREGA-PARAMETROS.

           MOVE "PROG270" TO JANELA-PROGRAMA.
           MOVE "N" TO JANELA-BLOQUEIO.

           ACCEPT DATA-DE-HOJE FROM DATE YYYYMMDD.

           DISPLAY "Operador: ".
           ACCEPT OPERADOR-CONTRATO.

           OPEN INPUT ARQUIVO-CLIENTE.
           OPEN INPUT ARQUIVO-PRODUTOS.
           OPEN INPUT ARQUIVO-CONDICOES.
           OPEN INPUT ARQUIVO-ENTREGAS.
           OPEN I-O ARQUIVO-RECORRENTES.
           OPEN I-O ARQUIVO-RECORRENTE-ITENS.

           MOVE 9 TO OPCAO-MENU.
           PERFORM PROCESSA-OPCAO
               UNTIL OPCAO-MENU = 0.

           CLOSE ARQUIVO-CLIENTE.
           CLOSE ARQUIVO-PRODUTOS.
           CLOSE ARQUIVO-CONDICOES.
           CLOSE ARQUIVO-ENTREGAS.
           CLOSE ARQUIVO-RECORRENTES.
           CLOSE ARQUIVO-RECORRENTE-ITENS.
       PROGRAM-DONE.
      *    GOBACK devolve o controle ao menu quando chamado pelo
      *    PROG40, e encerra normalmente quando executado sozinho.
           GOBACK.

       PROCESSA-OPCAO.
           DISPLAY " ".
           DISPLAY "--- PEDIDOS RECORRENTES ---".
           DISPLAY "1. Incluir ou alterar contrato".
           DISPLAY "2. Incluir ou alterar item do contrato".
           DISPLAY "3. Excluir item do contrato".
           DISPLAY "4. Encerrar contrato".
           DISPLAY "5. Listar contratos do cliente".
           DISPLAY "0. Sair".
           ACCEPT OPCAO-MENU.

      *    com a janela batch no ar so as consultas atendem - a
      *    trava e conferida a cada opcao, porque a janela pode
      *    abrir com o cadastro na tela.
           IF OPCAO-MENU = 1 OR OPCAO-MENU = 2 OR
               OPCAO-MENU = 3 OR OPCAO-MENU = 4
               PERFORM CONFERE-JANELA-BATCH.

           IF OPCAO-MENU = 1 AND JANELA-BLOQUEIO = "N"
               PERFORM MANTEM-CONTRATO.

           IF OPCAO-MENU = 2 AND JANELA-BLOQUEIO = "N"
               PERFORM MANTEM-ITEM.

           IF OPCAO-MENU = 3 AND JANELA-BLOQUEIO = "N"
               PERFORM EXCLUI-ITEM.

           IF OPCAO-MENU = 4 AND JANELA-BLOQUEIO = "N"
               PERFORM ENCERRA-CONTRATO.

           IF OPCAO-MENU = 5
               PERFORM LISTA-CONTRATOS.

           IF OPCAO-MENU > 5
               DISPLAY "Opcao invalida".

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

      *    le o contrato do cliente; CONTRATO-EXISTE diz se a
      *    sequencia ja esta cadastrada.
       LOCALIZA-CONTRATO.
           DISPLAY "Sequencia do contrato do cliente (01-99): ".
           ACCEPT SEQUENCIA-CONTRATO.
           MOVE CODIGO-CLIENTE TO RECOR-CLIENTE-CODIGO.
           MOVE SEQUENCIA-CONTRATO TO RECOR-SEQUENCIA.

           MOVE "S" TO CONTRATO-EXISTE.
           READ ARQUIVO-RECORRENTES RECORD
               INVALID KEY
                   MOVE "N" TO CONTRATO-EXISTE.

       MANTEM-CONTRATO.
           PERFORM LOCALIZA-CLIENTE.

           IF REGISTRO-ENCONTRADO = "S"
               PERFORM LOCALIZA-CONTRATO
               IF SEQUENCIA-CONTRATO = ZEROS
                   MOVE "N" TO REGISTRO-ENCONTRADO
                   DISPLAY "Sequencia deve ser de 01 a 99"
               ELSE
                   IF CONTRATO-EXISTE = "S"
                       PERFORM MOSTRA-CONTRATO
                       DISPLAY "Informe os novos dados do contrato"
                   ELSE
                       DISPLAY "Contrato novo".

           IF REGISTRO-ENCONTRADO = "S"
               PERFORM PEDE-DADOS-CONTRATO.

           IF REGISTRO-ENCONTRADO = "S" AND DADOS-VALIDOS = "S"
               PERFORM GRAVA-CONTRATO.

       PEDE-DADOS-CONTRATO.
           MOVE "S" TO DADOS-VALIDOS.

           DISPLAY "Frequencia em meses (1 = mensal, 12 = anual): ".
           ACCEPT FREQUENCIA-INFORMADA.
           IF FREQUENCIA-INFORMADA < 1 OR FREQUENCIA-INFORMADA > 12
               MOVE "N" TO DADOS-VALIDOS
               DISPLAY "Frequencia deve ser de 1 a 12 meses".

           IF DADOS-VALIDOS = "S"
               DISPLAY "Data do proximo pedido (AAAAMMDD): "
               ACCEPT PROXIMA-INFORMADA
               MOVE PROXIMA-INFORMADA TO VALIDADATA-DATA
               PERFORM VALIDA-DATA-CALENDARIO
               IF VALIDADATA-OK = "N"
                   MOVE "N" TO DADOS-VALIDOS
                   DISPLAY "Data invalida"
               ELSE
                   IF PROXIMA-INFORMADA < DATA-DE-HOJE
                       MOVE "N" TO DADOS-VALIDOS
                       DISPLAY "Proximo pedido nao pode ser no "
                           "passado".

           IF DADOS-VALIDOS = "S"
               DISPLAY "Data final do contrato (AAAAMMDD, "
                   "zeros = sem prazo): "
               ACCEPT FIM-INFORMADO
               PERFORM VALIDA-DATA-FIM.

           IF DADOS-VALIDOS = "S"
               DISPLAY "Regra de preco (F = fixo, A = preco atual): "
               ACCEPT REGRA-INFORMADA
               IF REGRA-INFORMADA = "f"
                   MOVE "F" TO REGRA-INFORMADA
               ELSE
                   IF REGRA-INFORMADA = "a"
                       MOVE "A" TO REGRA-INFORMADA.

           IF DADOS-VALIDOS = "S"
               IF REGRA-INFORMADA NOT = "F" AND
                   REGRA-INFORMADA NOT = "A"
                   MOVE "N" TO DADOS-VALIDOS
                   DISPLAY "Regra de preco deve ser F ou A".

           IF DADOS-VALIDOS = "S"
               DISPLAY "Condicao de pagamento (branco = a do "
                   "cliente): "
               ACCEPT CONDICAO-INFORMADA
               PERFORM VALIDA-CONDICAO.

           IF DADOS-VALIDOS = "S"
               DISPLAY "Local de entrega (zeros = endereco do "
                   "cliente): "
               ACCEPT ENTREGA-INFORMADA
               PERFORM VALIDA-ENTREGA.

       VALIDA-DATA-FIM.
           IF FIM-INFORMADO NOT = ZEROS
               MOVE FIM-INFORMADO TO VALIDADATA-DATA
               PERFORM VALIDA-DATA-CALENDARIO
               IF VALIDADATA-OK = "N"
                   MOVE "N" TO DADOS-VALIDOS
                   DISPLAY "Data invalida"
               ELSE
                   IF FIM-INFORMADO < PROXIMA-INFORMADA
                       MOVE "N" TO DADOS-VALIDOS
                       DISPLAY "Contrato termina antes do proximo "
                           "pedido".

       VALIDA-CONDICAO.
           IF CONDICAO-INFORMADA NOT = SPACES
               MOVE CONDICAO-INFORMADA TO CONDICAO-CODIGO
               READ ARQUIVO-CONDICOES RECORD
                   INVALID KEY
                       MOVE "N" TO DADOS-VALIDOS
                       DISPLAY "Condicao de pagamento nao "
                           "cadastrada".

       VALIDA-ENTREGA.
           IF ENTREGA-INFORMADA NOT = ZEROS
               MOVE CODIGO-CLIENTE TO ENTREGA-CLIENTE-CODIGO
               MOVE ENTREGA-INFORMADA TO ENTREGA-SEQUENCIA
               READ ARQUIVO-ENTREGAS RECORD
                   INVALID KEY
                       MOVE "N" TO DADOS-VALIDOS
                       DISPLAY "Local de entrega nao cadastrado"
                   NOT INVALID KEY
                       IF NOT ENTREGA-ATIVA
                           MOVE "N" TO DADOS-VALIDOS
                           DISPLAY "Local de entrega desativado".

      *    a data informada vira a base do ciclo - o dia do mes
      *    dela e o dia combinado para os proximos pedidos.
       GRAVA-CONTRATO.
           MOVE CODIGO-CLIENTE TO RECOR-CLIENTE-CODIGO.
           MOVE SEQUENCIA-CONTRATO TO RECOR-SEQUENCIA.
           MOVE FREQUENCIA-INFORMADA TO RECOR-FREQUENCIA-MESES.
           MOVE PROXIMA-INFORMADA TO RECOR-DATA-BASE.
           MOVE PROXIMA-INFORMADA TO VALIDADATA-DATA.
           MOVE VALIDADATA-DIA TO RECOR-DIA-BASE.
           MOVE PROXIMA-INFORMADA TO RECOR-PROXIMA-DATA.
           MOVE FIM-INFORMADO TO RECOR-DATA-FIM.
           MOVE REGRA-INFORMADA TO RECOR-REGRA-PRECO.
           MOVE CONDICAO-INFORMADA TO RECOR-CONDICAO-PAGAMENTO.
           MOVE ENTREGA-INFORMADA TO RECOR-ENTREGA-SEQUENCIA.
           MOVE "A" TO RECOR-SITUACAO.
           MOVE OPERADOR-CONTRATO TO RECOR-OPERADOR.
           MOVE DATA-DE-HOJE TO RECOR-DATA-CADASTRO.

           IF CONTRATO-EXISTE = "S"
               REWRITE RECOR-REGISTRO
                   INVALID KEY
                       DISPLAY "Erro ao regravar o contrato"
                   NOT INVALID KEY
                       DISPLAY "Contrato alterado"
           ELSE
               MOVE ZEROS TO RECOR-ULTIMO-PEDIDO
               MOVE ZEROS TO RECOR-DATA-ULTIMO-PEDIDO
               WRITE RECOR-REGISTRO
                   INVALID KEY
                       DISPLAY "Erro ao gravar o contrato"
                   NOT INVALID KEY
                       DISPLAY "Contrato incluido - cadastre os "
                           "itens na opcao 2".

      *    o item so entra em contrato ja cadastrado; preco fixo
      *    so e pedido quando o contrato e de preco fixo.
       MANTEM-ITEM.
           PERFORM LOCALIZA-CLIENTE.

           IF REGISTRO-ENCONTRADO = "S"
               PERFORM LOCALIZA-CONTRATO
               IF CONTRATO-EXISTE = "N"
                   MOVE "N" TO REGISTRO-ENCONTRADO
                   DISPLAY "Contrato nao cadastrado".

           IF REGISTRO-ENCONTRADO = "S"
               PERFORM PEDE-DADOS-ITEM.

           IF REGISTRO-ENCONTRADO = "S" AND DADOS-VALIDOS = "S"
               PERFORM GRAVA-ITEM.

       PEDE-DADOS-ITEM.
           MOVE "S" TO DADOS-VALIDOS.

           DISPLAY "Linha do item (01-99): ".
           ACCEPT LINHA-INFORMADA.
           IF LINHA-INFORMADA = ZEROS
               MOVE "N" TO DADOS-VALIDOS
               DISPLAY "Linha deve ser de 01 a 99".

           IF DADOS-VALIDOS = "S"
               DISPLAY "Codigo do produto: "
               ACCEPT PRODUTO-INFORMADO
               PERFORM VALIDA-PRODUTO.

           IF DADOS-VALIDOS = "S"
               DISPLAY "Quantidade por pedido: "
               ACCEPT QUANTIDADE-INFORMADA
               IF QUANTIDADE-INFORMADA = ZEROS
                   MOVE "N" TO DADOS-VALIDOS
                   DISPLAY "Quantidade nao pode ser zero".

           MOVE ZEROS TO PRECO-INFORMADO.
           IF DADOS-VALIDOS = "S" AND RECOR-PRECO-FIXO
               DISPLAY "Preco unitario fixo do contrato: "
               ACCEPT PRECO-INFORMADO
               IF PRECO-INFORMADO = ZEROS
                   MOVE "N" TO DADOS-VALIDOS
                   DISPLAY "Preco fixo nao pode ser zero".

       VALIDA-PRODUTO.
           MOVE PRODUTO-INFORMADO TO PRODUTO-CODIGO.
           READ ARQUIVO-PRODUTOS RECORD
               INVALID KEY
                   MOVE "N" TO DADOS-VALIDOS
                   DISPLAY "Produto nao encontrado".

           IF DADOS-VALIDOS = "S"
               IF PRODUTO-INATIVO
                   MOVE "N" TO DADOS-VALIDOS
                   DISPLAY "Produto inativo"
               ELSE
                   DISPLAY "Produto: " PRODUTO-DESCRICAO.

       GRAVA-ITEM.
           MOVE CODIGO-CLIENTE TO RECITEM-CLIENTE-CODIGO.
           MOVE SEQUENCIA-CONTRATO TO RECITEM-SEQUENCIA.
           MOVE LINHA-INFORMADA TO RECITEM-LINHA.

           MOVE "S" TO REGISTRO-ENCONTRADO.
           READ ARQUIVO-RECORRENTE-ITENS RECORD
               INVALID KEY
                   MOVE "N" TO REGISTRO-ENCONTRADO.

           MOVE PRODUTO-INFORMADO TO RECITEM-PRODUTO-CODIGO.
           MOVE QUANTIDADE-INFORMADA TO RECITEM-QUANTIDADE.
           MOVE PRECO-INFORMADO TO RECITEM-PRECO-FIXO.

           IF REGISTRO-ENCONTRADO = "S"
               REWRITE RECITEM-REGISTRO
                   INVALID KEY
                       DISPLAY "Erro ao regravar o item"
                   NOT INVALID KEY
                       DISPLAY "Item alterado"
           ELSE
               WRITE RECITEM-REGISTRO
                   INVALID KEY
                       DISPLAY "Erro ao gravar o item"
                   NOT INVALID KEY
                       DISPLAY "Item incluido no contrato".

       EXCLUI-ITEM.
           PERFORM LOCALIZA-CLIENTE.

           IF REGISTRO-ENCONTRADO = "S"
               PERFORM LOCALIZA-CONTRATO
               IF CONTRATO-EXISTE = "N"
                   MOVE "N" TO REGISTRO-ENCONTRADO
                   DISPLAY "Contrato nao cadastrado".

           IF REGISTRO-ENCONTRADO = "S"
               DISPLAY "Linha do item: "
               ACCEPT LINHA-INFORMADA
               MOVE CODIGO-CLIENTE TO RECITEM-CLIENTE-CODIGO
               MOVE SEQUENCIA-CONTRATO TO RECITEM-SEQUENCIA
               MOVE LINHA-INFORMADA TO RECITEM-LINHA
               READ ARQUIVO-RECORRENTE-ITENS RECORD
                   INVALID KEY
                       MOVE "N" TO REGISTRO-ENCONTRADO
                       DISPLAY "Linha nao cadastrada no contrato".

           IF REGISTRO-ENCONTRADO = "S"
               PERFORM MOSTRA-ITEM
               DISPLAY "Confirma a exclusao (S/N)? "
               ACCEPT CONFIRMA-OPERACAO
               IF CONFIRMA-OPERACAO = "S" OR "s"
                   PERFORM APAGA-ITEM.

       APAGA-ITEM.
           DELETE ARQUIVO-RECORRENTE-ITENS RECORD
               INVALID KEY
                   DISPLAY "Erro ao excluir o item"
               NOT INVALID KEY
                   DISPLAY "Item excluido do contrato".

      *    encerrado o contrato para de gerar pedido; os itens
      *    ficam para consulta e para uma eventual reativacao.
       ENCERRA-CONTRATO.
           PERFORM LOCALIZA-CLIENTE.

           IF REGISTRO-ENCONTRADO = "S"
               PERFORM LOCALIZA-CONTRATO
               IF CONTRATO-EXISTE = "N"
                   MOVE "N" TO REGISTRO-ENCONTRADO
                   DISPLAY "Contrato nao cadastrado".

           IF REGISTRO-ENCONTRADO = "S"
               IF RECOR-ENCERRADO
                   MOVE "N" TO REGISTRO-ENCONTRADO
                   DISPLAY "Contrato ja encerrado".

           IF REGISTRO-ENCONTRADO = "S"
               PERFORM MOSTRA-CONTRATO
               DISPLAY "Confirma o encerramento (S/N)? "
               ACCEPT CONFIRMA-OPERACAO
               IF CONFIRMA-OPERACAO = "S" OR "s"
                   PERFORM GRAVA-ENCERRAMENTO.

       GRAVA-ENCERRAMENTO.
           MOVE "E" TO RECOR-SITUACAO.
           MOVE OPERADOR-CONTRATO TO RECOR-OPERADOR.

           REWRITE RECOR-REGISTRO
               INVALID KEY
                   DISPLAY "Erro ao regravar o contrato"
               NOT INVALID KEY
                   DISPLAY "Contrato encerrado".

       LISTA-CONTRATOS.
           PERFORM LOCALIZA-CLIENTE.

           IF REGISTRO-ENCONTRADO = "S"
               MOVE ZEROS TO QTD-CONTRATOS-LISTADOS
               MOVE CODIGO-CLIENTE TO RECOR-CLIENTE-CODIGO
               MOVE ZEROS TO RECOR-SEQUENCIA
               MOVE "N" TO FIM-CONTRATOS
               START ARQUIVO-RECORRENTES
                   KEY IS NOT LESS THAN RECOR-CHAVE
                   INVALID KEY
                       MOVE "S" TO FIM-CONTRATOS.

           IF REGISTRO-ENCONTRADO = "S"
               PERFORM LISTA-PROXIMO-CONTRATO
                   UNTIL FIM-CONTRATOS = "S"
               IF QTD-CONTRATOS-LISTADOS = ZEROS
                   DISPLAY "Cliente sem contrato recorrente".

       LISTA-PROXIMO-CONTRATO.
           READ ARQUIVO-RECORRENTES NEXT RECORD
               AT END
                   MOVE "S" TO FIM-CONTRATOS.

           IF FIM-CONTRATOS = "N"
               IF RECOR-CLIENTE-CODIGO NOT = CODIGO-CLIENTE
                   MOVE "S" TO FIM-CONTRATOS
               ELSE
                   ADD 1 TO QTD-CONTRATOS-LISTADOS
                   PERFORM MOSTRA-CONTRATO
                   PERFORM LISTA-ITENS-DO-CONTRATO.

       MOSTRA-CONTRATO.
           DISPLAY " ".
           DISPLAY "Contrato " RECOR-SEQUENCIA
               "  Situacao: " RECOR-SITUACAO
               "  Frequencia: " RECOR-FREQUENCIA-MESES " mes(es)".
           DISPLAY "  Proximo pedido: " RECOR-PROXIMA-DATA
               "  Fim: " RECOR-DATA-FIM
               "  Regra de preco: " RECOR-REGRA-PRECO.
           DISPLAY "  Condicao: " RECOR-CONDICAO-PAGAMENTO
               "  Entrega: " RECOR-ENTREGA-SEQUENCIA
               "  Ultimo pedido: " RECOR-ULTIMO-PEDIDO
               " em " RECOR-DATA-ULTIMO-PEDIDO.

      *    a leitura dos itens nao mexe na posicao do arquivo de
      *    contratos, que segue na listagem.
       LISTA-ITENS-DO-CONTRATO.
           MOVE RECOR-CLIENTE-CODIGO TO RECITEM-CLIENTE-CODIGO.
           MOVE RECOR-SEQUENCIA TO RECITEM-SEQUENCIA.
           MOVE ZEROS TO RECITEM-LINHA.
           MOVE "N" TO FIM-ITENS.

           START ARQUIVO-RECORRENTE-ITENS
               KEY IS NOT LESS THAN RECITEM-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-ITENS.

           PERFORM LISTA-PROXIMO-ITEM
               UNTIL FIM-ITENS = "S".

       LISTA-PROXIMO-ITEM.
           READ ARQUIVO-RECORRENTE-ITENS NEXT RECORD
               AT END
                   MOVE "S" TO FIM-ITENS.

           IF FIM-ITENS = "N"
               IF RECITEM-CLIENTE-CODIGO NOT = RECOR-CLIENTE-CODIGO OR
                   RECITEM-SEQUENCIA NOT = RECOR-SEQUENCIA
                   MOVE "S" TO FIM-ITENS
               ELSE
                   PERFORM MOSTRA-ITEM.

       MOSTRA-ITEM.
           MOVE RECITEM-PRODUTO-CODIGO TO PRODUTO-CODIGO.
           READ ARQUIVO-PRODUTOS RECORD
               INVALID KEY
                   MOVE "PRODUTO SEM CADASTRO" TO PRODUTO-DESCRICAO.

           MOVE RECITEM-PRECO-FIXO TO PRECO-EXIBIDO.
           DISPLAY "    Linha " RECITEM-LINHA "  Produto "
               RECITEM-PRODUTO-CODIGO " " PRODUTO-DESCRICAO
               "  Qtde: " RECITEM-QUANTIDADE
               "  Preco fixo: " PRECO-EXIBIDO.

           COPY "PDVALIDADATA.cob".
           COPY "PDJANELA.cob".
           COPY "PDPARAMETRO.cob".
