       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG256.
      *    manutencao dos enderecos de entrega dos clientes em
      *    enderecos_entrega.dat - um cliente tem um endereco de
      *    cobranca (CLIENTE-ENDERECO, usado na fatura, no extrato
      *    e nas cartas de cobranca) e quantos locais de entrega
      *    precisar, cada um com o contato e o telefone de quem
      *    recebe. A sequencia e numerada por cliente; endereco
      *    que deixou de ser usado e desativado, nunca apagado,
      *    porque os pedidos antigos continuam apontando para ele.
      *    O PROG100 oferece os enderecos ativos na digitacao e o
      *    PROG130/PROG131 separam e entregam pelo CEP escolhido.
      *    Com a janela batch noturna no ar (trava do PROG177) so
      *    as consultas e listagens atendem.
      *    Na base de treinamento (PROG273) a tela abre com o aviso
      *    de dados ficticios.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBCLIENTE.cob".
           COPY "SBENTREGA.cob".
           COPY "SBJANELA.cob".
           COPY "SBPARAMETRO.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDCLIENTE.cob".
           COPY "FDENTREGA.cob".
           COPY "FDJANELA.cob".
           COPY "FDPARAMETRO.cob".

       WORKING-STORAGE SECTION.
           COPY "WSPARAMETRO.cob".
           COPY "WSJANELA.cob".
       77  OPCAO-MENU PIC 9.
       77  REGISTRO-ENCONTRADO PIC X.
       77  DADOS-VALIDOS PIC X.
       77  CODIGO-CLIENTE PIC 9(4).
       77  SEQUENCIA-INFORMADA PIC 9(3).
       77  ULTIMA-SEQUENCIA PIC 9(3).
       77  FIM-ENTREGAS PIC X.
       77  QTD-LISTADOS PIC 9(3).
      *    entrada do CEP como texto, como na inclusao do PROG32.
       77  CEP-ENTRADA PIC X(8).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
      *    na base de treinamento a tela abre com o aviso de dados
      *    ficticios.
           PERFORM CARREGA-PARAMETROS.

           MOVE "PROG256" TO JANELA-PROGRAMA.
           MOVE "N" TO JANELA-BLOQUEIO.

           OPEN INPUT ARQUIVO-CLIENTE.
           OPEN I-O ARQUIVO-ENTREGAS.

           MOVE 9 TO OPCAO-MENU.
           PERFORM PROCESSA-OPCAO
               UNTIL OPCAO-MENU = 0.

           CLOSE ARQUIVO-CLIENTE.
           CLOSE ARQUIVO-ENTREGAS.
       PROGRAM-DONE.
      *    GOBACK devolve o controle ao menu quando chamado pelo
      *    PROG40, e encerra normalmente quando executado sozinho.
           GOBACK.

       PROCESSA-OPCAO.
           DISPLAY " ".
           DISPLAY "--- ENDERECOS DE ENTREGA DO CLIENTE ---".
           DISPLAY "1. Incluir endereco de entrega".
           DISPLAY "2. Listar enderecos de um cliente".
           DISPLAY "3. Alterar endereco de entrega".
           DISPLAY "4. Desativar ou reativar endereco".
           DISPLAY "0. Sair".
           ACCEPT OPCAO-MENU.

      *    com a janela batch no ar so as consultas atendem - a
      *    trava e conferida a cada opcao, porque a janela pode
      *    abrir com o cadastro na tela.
           IF OPCAO-MENU = 1 OR OPCAO-MENU = 3 OR
               OPCAO-MENU = 4
               PERFORM CONFERE-JANELA-BATCH.

           IF OPCAO-MENU = 1 AND JANELA-BLOQUEIO = "N"
               PERFORM INCLUI-ENDERECO.

           IF OPCAO-MENU = 2
               PERFORM LISTA-ENDERECOS.

           IF OPCAO-MENU = 3 AND JANELA-BLOQUEIO = "N"
               PERFORM ALTERA-ENDERECO.

           IF OPCAO-MENU = 4 AND JANELA-BLOQUEIO = "N"
               PERFORM TROCA-SITUACAO.

           IF OPCAO-MENU > 4
               DISPLAY "Opcao invalida".

       INCLUI-ENDERECO.
           PERFORM LOCALIZA-CLIENTE.

           IF REGISTRO-ENCONTRADO = "S"
               PERFORM BUSCA-ULTIMA-SEQUENCIA
               IF ULTIMA-SEQUENCIA = 999
                   MOVE "N" TO REGISTRO-ENCONTRADO
                   DISPLAY "Cliente sem sequencia livre".

           IF REGISTRO-ENCONTRADO = "S"
               MOVE SPACES TO ENTREGA-REGISTRO
               MOVE CODIGO-CLIENTE TO ENTREGA-CLIENTE-CODIGO
               COMPUTE ENTREGA-SEQUENCIA = ULTIMA-SEQUENCIA + 1
               MOVE "A" TO ENTREGA-STATUS
               PERFORM PEGA-DADOS-ENDERECO
               IF DADOS-VALIDOS = "S"
                   PERFORM GRAVA-ENDERECO.

       GRAVA-ENDERECO.
           WRITE ENTREGA-REGISTRO
               INVALID KEY
                   DISPLAY "Sequencia ja existe, nada gravado"
               NOT INVALID KEY
                   DISPLAY "Endereco de entrega gravado com a "
                       "sequencia " ENTREGA-SEQUENCIA.

       PEGA-DADOS-ENDERECO.
           MOVE "S" TO DADOS-VALIDOS.

           DISPLAY "Descricao do local (loja, deposito...): ".
           ACCEPT ENTREGA-DESCRICAO.
           DISPLAY "Informe a rua: ".
           ACCEPT ENTREGA-RUA.
           DISPLAY "Informe o numero: ".
           ACCEPT ENTREGA-NUMERO.
           DISPLAY "Informe a cidade: ".
           ACCEPT ENTREGA-CIDADE.
           DISPLAY "Informe o estado (UF): ".
           ACCEPT ENTREGA-ESTADO.
           PERFORM PEGA-CEP-ENTREGA.
           DISPLAY "Contato no local: ".
           ACCEPT ENTREGA-CONTATO.
           DISPLAY "Telefone do contato: ".
           ACCEPT ENTREGA-TELEFONE.

           IF ENTREGA-RUA = SPACES OR ENTREGA-CIDADE = SPACES
               MOVE "N" TO DADOS-VALIDOS
               DISPLAY "Rua e cidade sao obrigatorias, nada gravado".

           IF DADOS-VALIDOS = "S"
               IF ENTREGA-DESCRICAO = SPACES
                   MOVE ENTREGA-CIDADE TO ENTREGA-DESCRICAO.

       PEGA-CEP-ENTREGA.
      *    repete ate receber um CEP de 8 digitos numericos - e por
      *    ele que o romaneio e o manifesto ordenam a entrega.
           MOVE SPACES TO CEP-ENTRADA.
           PERFORM ACEITA-CEP-ENTREGA
               UNTIL CEP-ENTRADA NUMERIC.
           MOVE CEP-ENTRADA TO ENTREGA-CEP.

       ACEITA-CEP-ENTREGA.
           DISPLAY "Informe o CEP (8 digitos): ".
           ACCEPT CEP-ENTRADA.

           IF CEP-ENTRADA NOT NUMERIC
               DISPLAY "CEP invalido, informe apenas digitos".

       BUSCA-ULTIMA-SEQUENCIA.
           MOVE ZEROS TO ULTIMA-SEQUENCIA.
           MOVE "N" TO FIM-ENTREGAS.
           MOVE CODIGO-CLIENTE TO ENTREGA-CLIENTE-CODIGO.
           MOVE ZEROS TO ENTREGA-SEQUENCIA.

           START ARQUIVO-ENTREGAS
               KEY IS NOT LESS THAN ENTREGA-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-ENTREGAS.

           PERFORM LE-SEQUENCIA-DO-CLIENTE
               UNTIL FIM-ENTREGAS = "S".

       LE-SEQUENCIA-DO-CLIENTE.
           READ ARQUIVO-ENTREGAS NEXT RECORD
               AT END
                   MOVE "S" TO FIM-ENTREGAS.

           IF FIM-ENTREGAS = "N"
               IF ENTREGA-CLIENTE-CODIGO NOT = CODIGO-CLIENTE
                   MOVE "S" TO FIM-ENTREGAS
               ELSE
                   MOVE ENTREGA-SEQUENCIA TO ULTIMA-SEQUENCIA.

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
               DISPLAY "Cliente: " CLIENTE-NOME
               DISPLAY "Cobranca: " CLIENTE-RUA ", " CLIENTE-NUMERO
                   " - " CLIENTE-CIDADE " " CLIENTE-ESTADO
                   " CEP " CLIENTE-CEP.

       LISTA-ENDERECOS.
           PERFORM LOCALIZA-CLIENTE.

           IF REGISTRO-ENCONTRADO = "S"
               PERFORM VARRE-ENDERECOS.

       VARRE-ENDERECOS.
           MOVE ZEROS TO QTD-LISTADOS.
           MOVE "N" TO FIM-ENTREGAS.
           MOVE CODIGO-CLIENTE TO ENTREGA-CLIENTE-CODIGO.
           MOVE ZEROS TO ENTREGA-SEQUENCIA.

           START ARQUIVO-ENTREGAS
               KEY IS NOT LESS THAN ENTREGA-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-ENTREGAS.

           PERFORM LISTA-UM-ENDERECO
               UNTIL FIM-ENTREGAS = "S".

           IF QTD-LISTADOS = ZEROS
               DISPLAY "Cliente sem endereco de entrega - recebe "
                   "na cobranca".

       LISTA-UM-ENDERECO.
           READ ARQUIVO-ENTREGAS NEXT RECORD
               AT END
                   MOVE "S" TO FIM-ENTREGAS.

           IF FIM-ENTREGAS = "N"
               IF ENTREGA-CLIENTE-CODIGO NOT = CODIGO-CLIENTE
                   MOVE "S" TO FIM-ENTREGAS
               ELSE
                   ADD 1 TO QTD-LISTADOS
                   PERFORM MOSTRA-ENDERECO.

       MOSTRA-ENDERECO.
           DISPLAY ENTREGA-SEQUENCIA " " ENTREGA-DESCRICAO
               " Situacao: " ENTREGA-STATUS.
           DISPLAY "    " ENTREGA-RUA ", " ENTREGA-NUMERO
               " - " ENTREGA-CIDADE " " ENTREGA-ESTADO
               " CEP " ENTREGA-CEP.
           DISPLAY "    Contato: " ENTREGA-CONTATO
               " Tel.: " ENTREGA-TELEFONE.

       ALTERA-ENDERECO.
           PERFORM LOCALIZA-CLIENTE.

           IF REGISTRO-ENCONTRADO = "S"
               PERFORM LOCALIZA-ENDERECO.

           IF REGISTRO-ENCONTRADO = "S"
               PERFORM MOSTRA-ENDERECO
               PERFORM PEGA-DADOS-ENDERECO
               IF DADOS-VALIDOS = "S"
                   PERFORM REGRAVA-ENDERECO.

       LOCALIZA-ENDERECO.
           DISPLAY "Sequencia do endereco de entrega: ".
           ACCEPT SEQUENCIA-INFORMADA.
           MOVE CODIGO-CLIENTE TO ENTREGA-CLIENTE-CODIGO.
           MOVE SEQUENCIA-INFORMADA TO ENTREGA-SEQUENCIA.

           READ ARQUIVO-ENTREGAS RECORD
               INVALID KEY
                   MOVE "N" TO REGISTRO-ENCONTRADO
                   DISPLAY "Endereco de entrega nao encontrado".

       REGRAVA-ENDERECO.
           REWRITE ENTREGA-REGISTRO
               INVALID KEY
                   DISPLAY "Erro ao regravar o endereco"
               NOT INVALID KEY
                   DISPLAY "Endereco de entrega alterado".

      *    os pedidos ja gravados continuam entregando no endereco
      *    desativado - so o pedido novo deixa de ve-lo.
       TROCA-SITUACAO.
           PERFORM LOCALIZA-CLIENTE.

           IF REGISTRO-ENCONTRADO = "S"
               PERFORM LOCALIZA-ENDERECO.

           IF REGISTRO-ENCONTRADO = "S"
               PERFORM MOSTRA-ENDERECO
               IF ENTREGA-ATIVA
                   MOVE "I" TO ENTREGA-STATUS
               ELSE
                   MOVE "A" TO ENTREGA-STATUS.

           IF REGISTRO-ENCONTRADO = "S"
               PERFORM REGRAVA-ENDERECO
               DISPLAY "Situacao agora: " ENTREGA-STATUS.

           COPY "PDJANELA.cob".
           COPY "PDPARAMETRO.cob".
