       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG211.
      *    entrega e devolucao de bens da empresa - a entrega
      *    tira o bem do estoque (bens.dat) e abre um registro de
      *    custodia em custodias.dat no codigo do funcionario; a
      *    devolucao fecha a custodia com a data, o operador e o
      *    estado em que o bem voltou. O que ainda esta aberto
      *    barra o arquivamento no PROG38.
      *    Com a janela batch noturna no ar (trava do PROG177) so
      *    as consultas e listagens atendem.
      *    Na base de treinamento (PROG273) a tela abre com o aviso
      *    de dados ficticios.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBFUNCIONARIO.cob".
           COPY "SBBEM.cob".
           COPY "SBCUSTODIA.cob".
           COPY "SBJANELA.cob".
           COPY "SBPARAMETRO.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDFUNCIONARIO.cob".
           COPY "FDBEM.cob".
           COPY "FDCUSTODIA.cob".
           COPY "FDJANELA.cob".
           COPY "FDPARAMETRO.cob".

       WORKING-STORAGE SECTION.
           COPY "WSPARAMETRO.cob".
           COPY "WSJANELA.cob".
      *    identifica quem entrega e quem recebe de volta.
       77  AUDITORIA-OPERADOR PIC X(10).
       77  DATA-DE-HOJE PIC 9(8).
       77  OPCAO-MENU PIC 9.
       77  REGISTRO-ENCONTRADO PIC X.
       77  CODIGO-INFORMADO PIC 9(4).
       77  PLAQUETA-INFORMADA PIC X(10).
       77  CUSTODIA-GRAVADA PIC X.
       77  CUSTODIA-ENCONTRADA PIC X.
       77  FIM-CUSTODIAS PIC X.
       77  QTD-BENS PIC 9(3).
       77  VALOR-EDITADO PIC ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
      *    na base de treinamento a tela abre com o aviso de dados
      *    ficticios.
           PERFORM CARREGA-PARAMETROS.

           MOVE "PROG211" TO JANELA-PROGRAMA.
           MOVE "N" TO JANELA-BLOQUEIO.

           ACCEPT DATA-DE-HOJE FROM DATE YYYYMMDD.
           DISPLAY "Informe seu usuario (para a auditoria): ".
           ACCEPT AUDITORIA-OPERADOR.

           OPEN INPUT ARQUIVO-FUNCIONARIO.
           OPEN I-O ARQUIVO-BENS.
           OPEN I-O ARQUIVO-CUSTODIAS.

           MOVE 9 TO OPCAO-MENU.
           PERFORM PROCESSA-OPCAO
               UNTIL OPCAO-MENU = 0.

           CLOSE ARQUIVO-FUNCIONARIO.
           CLOSE ARQUIVO-BENS.
           CLOSE ARQUIVO-CUSTODIAS.
       PROGRAM-DONE.
      *    GOBACK devolve o controle ao menu quando chamado pelo
      *    PROG40, e encerra normalmente quando executado sozinho.
           GOBACK.

       PROCESSA-OPCAO.
           DISPLAY " ".
           DISPLAY "--- CUSTODIA DE BENS ---".
           DISPLAY "1. Entregar bem a funcionario".
           DISPLAY "2. Registrar devolucao".
           DISPLAY "3. Bens com um funcionario".
           DISPLAY "0. Sair".
           ACCEPT OPCAO-MENU.

      *    com a janela batch no ar so as consultas atendem - a
      *    trava e conferida a cada opcao, porque a janela pode
      *    abrir com o cadastro na tela.
           IF OPCAO-MENU = 1 OR OPCAO-MENU = 2
               PERFORM CONFERE-JANELA-BATCH.

           IF OPCAO-MENU = 1 AND JANELA-BLOQUEIO = "N"
               PERFORM ENTREGA-BEM.

           IF OPCAO-MENU = 2 AND JANELA-BLOQUEIO = "N"
               PERFORM DEVOLVE-BEM.

           IF OPCAO-MENU = 3
               PERFORM CONSULTA-FUNCIONARIO.

           IF OPCAO-MENU > 3
               DISPLAY "Opcao invalida".

       ENTREGA-BEM.
           PERFORM LOCALIZA-BEM.

           IF REGISTRO-ENCONTRADO = "S"
               IF NOT BEM-DISPONIVEL
                   DISPLAY "Bem nao esta no estoque - situacao "
                       BEM-SITUACAO " funcionario "
                       BEM-FUNCIONARIO-CODIGO
               ELSE
                   PERFORM PEGA-FUNCIONARIO-ATIVO
                   IF REGISTRO-ENCONTRADO = "S"
                       PERFORM GRAVA-ENTREGA.

       PEGA-FUNCIONARIO-ATIVO.
      *    so funcionario ativo recebe bem.
           DISPLAY "Codigo do funcionario que recebe: ".
           ACCEPT CODIGO-INFORMADO.
           MOVE CODIGO-INFORMADO TO FUNCIONARIO-CODIGO.
           MOVE "S" TO REGISTRO-ENCONTRADO.

           READ ARQUIVO-FUNCIONARIO RECORD
               INVALID KEY
                   MOVE "N" TO REGISTRO-ENCONTRADO
                   DISPLAY "Funcionario nao encontrado".

           IF REGISTRO-ENCONTRADO = "S"
               IF NOT FUNCIONARIO-ATIVO
                   MOVE "N" TO REGISTRO-ENCONTRADO
                   DISPLAY "Funcionario nao esta ativo"
               ELSE
                   DISPLAY "Funcionario: " FUNCIONARIO-NOME.

       GRAVA-ENTREGA.
           MOVE SPACE TO CUSTODIA-REGISTRO.
           MOVE CODIGO-INFORMADO TO CUST-FUNCIONARIO-CODIGO.
           MOVE DATA-DE-HOJE TO CUST-DATA-ENTREGA.
           MOVE BEM-PLAQUETA TO CUST-PLAQUETA.
           MOVE AUDITORIA-OPERADOR TO CUST-OPERADOR-ENTREGA.
           MOVE "A" TO CUST-SITUACAO.
           MOVE ZEROS TO CUST-DATA-DEVOLUCAO.
           MOVE ZEROS TO CUST-VALOR-DESCONTADO.

      *    duas entregas no mesmo dia ganham sequencias 01, 02...
           MOVE "N" TO CUSTODIA-GRAVADA.
           MOVE ZEROS TO CUST-SEQUENCIA.
           PERFORM TENTA-GRAVAR-CUSTODIA
               UNTIL CUSTODIA-GRAVADA = "S" OR
                   CUST-SEQUENCIA = 99.

           IF CUSTODIA-GRAVADA = "N"
               DISPLAY "Limite de entregas do dia atingido"
           ELSE
               MOVE "C" TO BEM-SITUACAO
               MOVE CODIGO-INFORMADO TO BEM-FUNCIONARIO-CODIGO
               MOVE DATA-DE-HOJE TO BEM-DATA-CUSTODIA
               REWRITE BEM-REGISTRO
                   INVALID KEY
                       DISPLAY "Erro ao reescrever o bem"
                   NOT INVALID KEY
                       DISPLAY "Bem entregue ao funcionario "
                           CODIGO-INFORMADO.

       TENTA-GRAVAR-CUSTODIA.
           ADD 1 TO CUST-SEQUENCIA.

           WRITE CUSTODIA-REGISTRO
               INVALID KEY
                   MOVE "N" TO CUSTODIA-GRAVADA
               NOT INVALID KEY
                   MOVE "S" TO CUSTODIA-GRAVADA.

       DEVOLVE-BEM.
           PERFORM LOCALIZA-BEM.

           IF REGISTRO-ENCONTRADO = "S"
               IF NOT BEM-EM-CUSTODIA
                   DISPLAY "Bem nao esta com nenhum funcionario"
               ELSE
                   PERFORM LOCALIZA-CUSTODIA-ABERTA
                   IF CUSTODIA-ENCONTRADA = "N"
                       DISPLAY "Custodia aberta nao encontrada "
                           "para o funcionario "
                           BEM-FUNCIONARIO-CODIGO
                   ELSE
                       PERFORM GRAVA-DEVOLUCAO.

       LOCALIZA-CUSTODIA-ABERTA.
      *    percorre as custodias de quem esta com o bem ate achar
      *    a aberta com a mesma plaqueta.
           MOVE "N" TO CUSTODIA-ENCONTRADA.
           MOVE "N" TO FIM-CUSTODIAS.
           MOVE BEM-FUNCIONARIO-CODIGO TO CUST-FUNCIONARIO-CODIGO.
           MOVE ZEROS TO CUST-DATA-ENTREGA.
           MOVE ZEROS TO CUST-SEQUENCIA.

           START ARQUIVO-CUSTODIAS
               KEY IS NOT LESS THAN CUST-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-CUSTODIAS.

           PERFORM PROCURA-CUSTODIA-ABERTA
               UNTIL FIM-CUSTODIAS = "S".

       PROCURA-CUSTODIA-ABERTA.
           READ ARQUIVO-CUSTODIAS NEXT RECORD
               AT END
                   MOVE "S" TO FIM-CUSTODIAS.

           IF FIM-CUSTODIAS = "N"
               IF CUST-FUNCIONARIO-CODIGO NOT =
                   BEM-FUNCIONARIO-CODIGO
                   MOVE "S" TO FIM-CUSTODIAS
               ELSE
                   IF CUST-ABERTA AND CUST-PLAQUETA = BEM-PLAQUETA
                       MOVE "S" TO CUSTODIA-ENCONTRADA
                       MOVE "S" TO FIM-CUSTODIAS.

       GRAVA-DEVOLUCAO.
           DISPLAY "Com o funcionario " CUST-FUNCIONARIO-CODIGO
               " desde " CUST-DATA-ENTREGA.
           DISPLAY "Estado do bem na devolucao: ".
           ACCEPT CUST-OBSERVACAO.

           MOVE "D" TO CUST-SITUACAO.
           MOVE DATA-DE-HOJE TO CUST-DATA-DEVOLUCAO.
           MOVE AUDITORIA-OPERADOR TO CUST-OPERADOR-DEVOLUCAO.

           REWRITE CUSTODIA-REGISTRO
               INVALID KEY
                   DISPLAY "Erro ao fechar a custodia"
               NOT INVALID KEY
                   PERFORM DEVOLVE-AO-ESTOQUE.

       DEVOLVE-AO-ESTOQUE.
           MOVE "D" TO BEM-SITUACAO.
           MOVE ZEROS TO BEM-FUNCIONARIO-CODIGO.
           MOVE ZEROS TO BEM-DATA-CUSTODIA.

           REWRITE BEM-REGISTRO
               INVALID KEY
                   DISPLAY "Erro ao reescrever o bem"
               NOT INVALID KEY
                   DISPLAY "Devolucao registrada".

       LOCALIZA-BEM.
           DISPLAY "Plaqueta do bem: ".
           ACCEPT PLAQUETA-INFORMADA.
           MOVE PLAQUETA-INFORMADA TO BEM-PLAQUETA.

           MOVE "S" TO REGISTRO-ENCONTRADO.
           READ ARQUIVO-BENS RECORD
               INVALID KEY
                   MOVE "N" TO REGISTRO-ENCONTRADO
                   DISPLAY "Bem nao encontrado".

           IF REGISTRO-ENCONTRADO = "S"
               DISPLAY "Bem: " BEM-DESCRICAO.

       CONSULTA-FUNCIONARIO.
           DISPLAY "Codigo do funcionario: ".
           ACCEPT CODIGO-INFORMADO.

           MOVE ZEROS TO QTD-BENS.
           MOVE "N" TO FIM-CUSTODIAS.
           MOVE CODIGO-INFORMADO TO CUST-FUNCIONARIO-CODIGO.
           MOVE ZEROS TO CUST-DATA-ENTREGA.
           MOVE ZEROS TO CUST-SEQUENCIA.

           START ARQUIVO-CUSTODIAS
               KEY IS NOT LESS THAN CUST-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-CUSTODIAS.

           PERFORM MOSTRA-CUSTODIA
               UNTIL FIM-CUSTODIAS = "S".

           IF QTD-BENS = ZEROS
               DISPLAY "Nenhum bem com o funcionario".

       MOSTRA-CUSTODIA.
           READ ARQUIVO-CUSTODIAS NEXT RECORD
               AT END
                   MOVE "S" TO FIM-CUSTODIAS.

           IF FIM-CUSTODIAS = "N"
               IF CUST-FUNCIONARIO-CODIGO NOT = CODIGO-INFORMADO
                   MOVE "S" TO FIM-CUSTODIAS
               ELSE
                   IF CUST-ABERTA
                       PERFORM MOSTRA-BEM-DA-CUSTODIA.

       MOSTRA-BEM-DA-CUSTODIA.
           ADD 1 TO QTD-BENS.
           MOVE CUST-PLAQUETA TO BEM-PLAQUETA.
           READ ARQUIVO-BENS RECORD
               INVALID KEY
                   MOVE "(bem fora do cadastro)" TO BEM-DESCRICAO
                   MOVE ZEROS TO BEM-VALOR.

           MOVE BEM-VALOR TO VALOR-EDITADO.
           DISPLAY CUST-PLAQUETA " " BEM-DESCRICAO " "
               VALOR-EDITADO " desde " CUST-DATA-ENTREGA.

           COPY "PDJANELA.cob".
           COPY "PDPARAMETRO.cob".
