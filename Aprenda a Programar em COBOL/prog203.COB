       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG203.
      *    modelos de tarefas de admissao e desligamento em
      *    modelos_tarefa.dat - para cada evento e cada
      *    departamento/cargo (zero vale para todos), os itens
      *    numerados com a descricao, o departamento que executa e
      *    o prazo em dias uteis. A admissao do PROG36 e o pedido
      *    de arquivamento do PROG38 geram as tarefas do modelo em
      *    tarefas.dat (PDGERATAREFA), e dali elas seguem para a
      *    fila do PROG111 e a escalacao do PROG180.
      *    Com a janela batch noturna no ar (trava do PROG177) so
      *    as consultas e listagens atendem.
      *    Na base de treinamento (PROG273) a tela abre com o aviso
      *    de dados ficticios.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBMODTAREFA.cob".
           COPY "SBDEPARTAMENTO.cob".
           COPY "SBCARGO.cob".
           COPY "SBJANELA.cob".
           COPY "SBPARAMETRO.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDMODTAREFA.cob".
           COPY "FDDEPARTAMENTO.cob".
           COPY "FDCARGO.cob".
           COPY "FDJANELA.cob".
           COPY "FDPARAMETRO.cob".

       WORKING-STORAGE SECTION.
           COPY "WSPARAMETRO.cob".
           COPY "WSJANELA.cob".
           COPY "WSCONFIRMA.cob".
           COPY "WSVALIDADEPTO.cob".
           COPY "WSVALIDACARGO.cob".
       77  OPCAO-MENU PIC 9.
       77  REGISTRO-ENCONTRADO PIC X.
       77  FIM-ARQUIVO PIC X.
       77  MODELO-VALIDO PIC X.
      *    modelo escolhido (evento + departamento + cargo), guardado
      *    para a leitura, a gravacao e a listagem dos itens.
       77  EVENTO-MODELO PIC X.
       77  DEPTO-MODELO PIC 9(2).
       77  CARGO-MODELO PIC 9(2).
       77  CODIGO-ITEM PIC 9(2).
       77  RESPONSAVEL-VALIDO PIC X.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
      *    na base de treinamento a tela abre com o aviso de dados
      *    ficticios.
           PERFORM CARREGA-PARAMETROS.

           MOVE "PROG203" TO JANELA-PROGRAMA.
           MOVE "N" TO JANELA-BLOQUEIO.

           OPEN I-O ARQUIVO-MODELOS-TAREFA.
           OPEN INPUT ARQUIVO-DEPARTAMENTO.
           OPEN INPUT ARQUIVO-CARGOS.

           MOVE 9 TO OPCAO-MENU.
           PERFORM PROCESSA-OPCAO
               UNTIL OPCAO-MENU = 0.

           CLOSE ARQUIVO-MODELOS-TAREFA.
           CLOSE ARQUIVO-DEPARTAMENTO.
           CLOSE ARQUIVO-CARGOS.
       PROGRAM-DONE.
      *    GOBACK devolve o controle ao menu quando chamado pelo
      *    PROG40, e encerra normalmente quando executado sozinho.
           GOBACK.

       PROCESSA-OPCAO.
           DISPLAY " ".
           DISPLAY "--- MODELOS DE TAREFAS ---".
           DISPLAY "1. Incluir ou alterar item do modelo".
           DISPLAY "2. Excluir item do modelo".
           DISPLAY "3. Listar um modelo".
           DISPLAY "0. Sair".
           ACCEPT OPCAO-MENU.

      *    com a janela batch no ar so as consultas atendem - a
      *    trava e conferida a cada opcao, porque a janela pode
      *    abrir com o cadastro na tela.
           IF OPCAO-MENU = 1 OR OPCAO-MENU = 2
               PERFORM CONFERE-JANELA-BATCH.

           IF OPCAO-MENU = 1 AND JANELA-BLOQUEIO = "N"
               PERFORM MANTEM-ITEM.

           IF OPCAO-MENU = 2 AND JANELA-BLOQUEIO = "N"
               PERFORM EXCLUI-ITEM.

           IF OPCAO-MENU = 3
               PERFORM LISTA-MODELO.

           IF OPCAO-MENU > 3
               DISPLAY "Opcao invalida".

       PEGA-MODELO.
      *    evento, departamento e cargo identificam o modelo -
      *    departamento ou cargo zero valem para todos.
           MOVE "S" TO MODELO-VALIDO.

           DISPLAY "Evento (A = admissao, D = desligamento): ".
           ACCEPT EVENTO-MODELO.
           IF EVENTO-MODELO = "a"
               MOVE "A" TO EVENTO-MODELO.
           IF EVENTO-MODELO = "d"
               MOVE "D" TO EVENTO-MODELO.

           IF EVENTO-MODELO NOT = "A" AND EVENTO-MODELO NOT = "D"
               MOVE "N" TO MODELO-VALIDO
               DISPLAY "Evento invalido, informe A ou D".

           IF MODELO-VALIDO = "S"
               PERFORM PEGA-DEPTO-DO-MODELO.

           IF MODELO-VALIDO = "S"
               PERFORM PEGA-CARGO-DO-MODELO.

       PEGA-DEPTO-DO-MODELO.
           DISPLAY "Departamento (0 = todos): ".
           ACCEPT DEPTO-MODELO.

           IF DEPTO-MODELO NOT = ZEROS
               MOVE DEPTO-MODELO TO DEPTO-VALIDAR-CODIGO
               PERFORM VALIDA-DEPARTAMENTO
               IF DEPTO-VALIDO = "N"
                   MOVE "N" TO MODELO-VALIDO
                   DISPLAY "Departamento inexistente ou inativo"
               ELSE
                   DISPLAY "Departamento: " DEPTO-NOME-ENCONTRADO.

       PEGA-CARGO-DO-MODELO.
           DISPLAY "Cargo (0 = todos): ".
           ACCEPT CARGO-MODELO.

           IF CARGO-MODELO NOT = ZEROS
               MOVE CARGO-MODELO TO CARGO-VALIDAR-CODIGO
               PERFORM VALIDA-CARGO
               IF CARGO-VALIDO = "N"
                   MOVE "N" TO MODELO-VALIDO
                   DISPLAY "Cargo inexistente, use o PROG160"
               ELSE
                   DISPLAY "Cargo: " CARGO-TITULO-ENCONTRADO.

       MANTEM-ITEM.
           PERFORM PEGA-MODELO.

           IF MODELO-VALIDO = "S"
               DISPLAY "Informe o item (1-99): "
               ACCEPT CODIGO-ITEM
               PERFORM DIGITA-ITEM.

       DIGITA-ITEM.
           IF CODIGO-ITEM = ZEROS
               DISPLAY "Item invalido, informe de 1 a 99"
           ELSE
               PERFORM LE-ITEM
               PERFORM DIGITA-VALORES-DO-ITEM.

       LE-ITEM.
           MOVE EVENTO-MODELO TO MODTAR-EVENTO.
           MOVE DEPTO-MODELO TO MODTAR-DEPTO-CODIGO.
           MOVE CARGO-MODELO TO MODTAR-CARGO-CODIGO.
           MOVE CODIGO-ITEM TO MODTAR-ITEM.

           MOVE "S" TO REGISTRO-ENCONTRADO.
           READ ARQUIVO-MODELOS-TAREFA RECORD
               INVALID KEY
                   MOVE "N" TO REGISTRO-ENCONTRADO.

       DIGITA-VALORES-DO-ITEM.
           IF REGISTRO-ENCONTRADO = "S"
               DISPLAY "Tarefa atual: " MODTAR-DESCRICAO
               DISPLAY "Responsavel: " MODTAR-DEPTO-RESPONSAVEL
                   " Prazo em dias uteis: " MODTAR-PRAZO-DIAS-UTEIS.

           MOVE EVENTO-MODELO TO MODTAR-EVENTO.
           MOVE DEPTO-MODELO TO MODTAR-DEPTO-CODIGO.
           MOVE CARGO-MODELO TO MODTAR-CARGO-CODIGO.
           MOVE CODIGO-ITEM TO MODTAR-ITEM.

           DISPLAY "Informe a tarefa: ".
           ACCEPT MODTAR-DESCRICAO.
           PERFORM PEGA-RESPONSAVEL.
           DISPLAY "Prazo em dias uteis a partir do evento: ".
           ACCEPT MODTAR-PRAZO-DIAS-UTEIS.

           IF MODTAR-DESCRICAO = SPACES
               DISPLAY "Tarefa nao informada, nada gravado"
           ELSE
               IF REGISTRO-ENCONTRADO = "S"
                   PERFORM REGRAVA-ITEM
               ELSE
                   PERFORM INCLUI-ITEM.

       PEGA-RESPONSAVEL.
      *    repete ate receber um departamento ativo - e por ele que
      *    a tarefa gerada aparece na fila do PROG111.
           MOVE "N" TO RESPONSAVEL-VALIDO.
           PERFORM ACEITA-RESPONSAVEL
               UNTIL RESPONSAVEL-VALIDO = "S".

       ACEITA-RESPONSAVEL.
           DISPLAY "Departamento responsavel (01-99): ".
           ACCEPT MODTAR-DEPTO-RESPONSAVEL.
           MOVE MODTAR-DEPTO-RESPONSAVEL TO DEPTO-VALIDAR-CODIGO.
           PERFORM VALIDA-DEPARTAMENTO.

           IF DEPTO-VALIDO = "N"
               DISPLAY "Departamento inexistente ou inativo"
           ELSE
               MOVE "S" TO RESPONSAVEL-VALIDO
               DISPLAY "Responsavel: " DEPTO-NOME-ENCONTRADO.

       REGRAVA-ITEM.
           REWRITE MODELO-TAREFA-REGISTRO
               INVALID KEY
                   DISPLAY "Erro ao reescrever o registro"
               NOT INVALID KEY
                   DISPLAY "Item alterado".

       INCLUI-ITEM.
           WRITE MODELO-TAREFA-REGISTRO
               INVALID KEY
                   DISPLAY "Item ja existe"
               NOT INVALID KEY
                   DISPLAY "Item gravado".

       EXCLUI-ITEM.
           PERFORM PEGA-MODELO.

           IF MODELO-VALIDO = "S"
               DISPLAY "Informe o item a excluir: "
               ACCEPT CODIGO-ITEM
               PERFORM LE-ITEM
               PERFORM CONFIRMA-EXCLUSAO-ITEM.

       CONFIRMA-EXCLUSAO-ITEM.
           IF REGISTRO-ENCONTRADO = "N"
               DISPLAY "Item nao encontrado"
           ELSE
               DISPLAY "Tarefa: " MODTAR-DESCRICAO
               MOVE "Confirma a exclusao do item (S/N)?" TO
                   CONFIRMA-MENSAGEM
               MOVE SPACE TO CONFIRMA-RESPOSTA
               PERFORM PERGUNTA-CONFIRMACAO
                   UNTIL CONFIRMA-RESPOSTA = "S" OR "N"
               PERFORM APAGA-ITEM.

       APAGA-ITEM.
      *    as tarefas ja geradas continuam em tarefas.dat - o
      *    modelo so vale para as proximas admissoes e saidas.
           IF CONFIRMA-RESPOSTA = "S"
               DELETE ARQUIVO-MODELOS-TAREFA RECORD
                   INVALID KEY
                       DISPLAY "Erro ao excluir o item"
                   NOT INVALID KEY
                       DISPLAY "Item excluido".

       LISTA-MODELO.
           PERFORM PEGA-MODELO.

           IF MODELO-VALIDO = "S"
               PERFORM LISTA-ITENS-DO-MODELO.

       LISTA-ITENS-DO-MODELO.
           MOVE EVENTO-MODELO TO MODTAR-EVENTO.
           MOVE DEPTO-MODELO TO MODTAR-DEPTO-CODIGO.
           MOVE CARGO-MODELO TO MODTAR-CARGO-CODIGO.
           MOVE ZEROS TO MODTAR-ITEM.
           MOVE "N" TO FIM-ARQUIVO.

           START ARQUIVO-MODELOS-TAREFA
               KEY IS NOT LESS THAN MODTAR-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-ARQUIVO.

           PERFORM LISTA-PROXIMO-ITEM
               UNTIL FIM-ARQUIVO = "S".

       LISTA-PROXIMO-ITEM.
           READ ARQUIVO-MODELOS-TAREFA NEXT RECORD
               AT END
                   MOVE "S" TO FIM-ARQUIVO.

           IF FIM-ARQUIVO = "N"
               IF MODTAR-EVENTO NOT = EVENTO-MODELO OR
                   MODTAR-DEPTO-CODIGO NOT = DEPTO-MODELO OR
                   MODTAR-CARGO-CODIGO NOT = CARGO-MODELO
                   MOVE "S" TO FIM-ARQUIVO.

           IF FIM-ARQUIVO = "N"
               DISPLAY "Item: " MODTAR-ITEM
                   " Responsavel: " MODTAR-DEPTO-RESPONSAVEL
                   " Prazo: " MODTAR-PRAZO-DIAS-UTEIS
                   " Tarefa: " MODTAR-DESCRICAO.

           COPY "PDCONFIRMA.cob".

           COPY "PDVALIDADEPTO.cob".

           COPY "PDVALIDACARGO.cob".
           COPY "PDJANELA.cob".
           COPY "PDPARAMETRO.cob".
