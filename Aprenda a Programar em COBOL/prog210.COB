       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG210.
      *    manutencao do cadastro de bens da empresa em bens.dat -
      *    inclui pela plaqueta (tipo, descricao e valor de
      *    reposicao), altera descricao e valor, baixa o bem que
      *    esta no estoque e lista o cadastro com quem esta com
      *    cada bem. A entrega e a devolucao sao pelo PROG211.
      *    Com a janela batch noturna no ar (trava do PROG177) so
      *    as consultas e listagens atendem.
      *    Na base de treinamento (PROG273) a tela abre com o aviso
      *    de dados ficticios.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBBEM.cob".
           COPY "SBJANELA.cob".
           COPY "SBPARAMETRO.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDBEM.cob".
           COPY "FDJANELA.cob".
           COPY "FDPARAMETRO.cob".

       WORKING-STORAGE SECTION.
           COPY "WSPARAMETRO.cob".
           COPY "WSJANELA.cob".
       77  OPCAO-MENU PIC 9.
       77  REGISTRO-ENCONTRADO PIC X.
       77  FIM-ARQUIVO PIC X.
       77  PLAQUETA-INFORMADA PIC X(10).
       77  VALOR-EDITADO PIC ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
      *    na base de treinamento a tela abre com o aviso de dados
      *    ficticios.
           PERFORM CARREGA-PARAMETROS.

           MOVE "PROG210" TO JANELA-PROGRAMA.
           MOVE "N" TO JANELA-BLOQUEIO.

           OPEN I-O ARQUIVO-BENS.

           MOVE 9 TO OPCAO-MENU.
           PERFORM PROCESSA-OPCAO
               UNTIL OPCAO-MENU = 0.

           CLOSE ARQUIVO-BENS.
       PROGRAM-DONE.
      *    GOBACK devolve o controle ao menu quando chamado pelo
      *    PROG40, e encerra normalmente quando executado sozinho.
           GOBACK.

       PROCESSA-OPCAO.
           DISPLAY " ".
           DISPLAY "--- CADASTRO DE BENS ---".
           DISPLAY "1. Incluir bem".
           DISPLAY "2. Alterar descricao e valor".
           DISPLAY "3. Baixar bem do estoque".
           DISPLAY "4. Listar bens".
           DISPLAY "0. Sair".
           ACCEPT OPCAO-MENU.

      *    com a janela batch no ar so as consultas atendem - a
      *    trava e conferida a cada opcao, porque a janela pode
      *    abrir com o cadastro na tela.
           IF OPCAO-MENU = 1 OR OPCAO-MENU = 2 OR
               OPCAO-MENU = 3
               PERFORM CONFERE-JANELA-BATCH.

           IF OPCAO-MENU = 1 AND JANELA-BLOQUEIO = "N"
               PERFORM INCLUI-BEM.

           IF OPCAO-MENU = 2 AND JANELA-BLOQUEIO = "N"
               PERFORM ALTERA-BEM.

           IF OPCAO-MENU = 3 AND JANELA-BLOQUEIO = "N"
               PERFORM BAIXA-BEM.

           IF OPCAO-MENU = 4
               PERFORM LISTA-BENS.

           IF OPCAO-MENU > 4
               DISPLAY "Opcao invalida".

       INCLUI-BEM.
           DISPLAY "Plaqueta do bem: ".
           ACCEPT PLAQUETA-INFORMADA.

           IF PLAQUETA-INFORMADA = SPACES
               DISPLAY "A plaqueta e obrigatoria"
           ELSE
               MOVE SPACE TO BEM-REGISTRO
               MOVE PLAQUETA-INFORMADA TO BEM-PLAQUETA
               PERFORM PEGA-TIPO-DO-BEM
                   UNTIL BEM-TIPO-VALIDO
               PERFORM PEGA-DESCRICAO-DO-BEM
                   UNTIL BEM-DESCRICAO NOT = SPACES
               MOVE ZEROS TO BEM-VALOR
               PERFORM PEGA-VALOR-DO-BEM
                   UNTIL BEM-VALOR > ZEROS
               PERFORM GRAVA-BEM.

       PEGA-TIPO-DO-BEM.
           DISPLAY "Tipo (N=notebook C=celular R=cracha "
               "F=ferramenta O=outros): ".
           ACCEPT BEM-TIPO.

           IF NOT BEM-TIPO-VALIDO
               DISPLAY "Tipo invalido".

       PEGA-DESCRICAO-DO-BEM.
           DISPLAY "Descricao (marca, modelo, serie): ".
           ACCEPT BEM-DESCRICAO.

           IF BEM-DESCRICAO = SPACES
               DISPLAY "A descricao e obrigatoria".

       PEGA-VALOR-DO-BEM.
           DISPLAY "Valor de reposicao: ".
           ACCEPT BEM-VALOR.

           IF BEM-VALOR = ZEROS
               DISPLAY "O valor deve ser maior que zero".

       GRAVA-BEM.
           MOVE "D" TO BEM-SITUACAO.
           MOVE ZEROS TO BEM-FUNCIONARIO-CODIGO.
           MOVE ZEROS TO BEM-DATA-CUSTODIA.
           ACCEPT BEM-DATA-CADASTRO FROM DATE YYYYMMDD.

           WRITE BEM-REGISTRO
               INVALID KEY
                   DISPLAY "Plaqueta ja cadastrada, nada gravado"
               NOT INVALID KEY
                   DISPLAY "Bem cadastrado".

       ALTERA-BEM.
           PERFORM LOCALIZA-BEM.

           IF REGISTRO-ENCONTRADO = "S"
               IF BEM-BAIXADO
                   DISPLAY "Bem baixado, nao se altera"
               ELSE
                   PERFORM MOSTRA-BEM
                   MOVE SPACES TO BEM-DESCRICAO
                   PERFORM PEGA-DESCRICAO-DO-BEM
                       UNTIL BEM-DESCRICAO NOT = SPACES
                   MOVE ZEROS TO BEM-VALOR
                   PERFORM PEGA-VALOR-DO-BEM
                       UNTIL BEM-VALOR > ZEROS
                   REWRITE BEM-REGISTRO
                       INVALID KEY
                           DISPLAY "Erro ao reescrever o bem"
                       NOT INVALID KEY
                           DISPLAY "Bem alterado".

       BAIXA-BEM.
      *    so baixa o que esta no estoque - bem com funcionario
      *    volta primeiro pelo PROG211 ou sai no desconto da
      *    rescisao.
           PERFORM LOCALIZA-BEM.

           IF REGISTRO-ENCONTRADO = "S"
               IF NOT BEM-DISPONIVEL
                   DISPLAY "Bem nao esta no estoque, nao baixa"
               ELSE
                   MOVE "B" TO BEM-SITUACAO
                   REWRITE BEM-REGISTRO
                       INVALID KEY
                           DISPLAY "Erro ao reescrever o bem"
                       NOT INVALID KEY
                           DISPLAY "Bem baixado".

       LOCALIZA-BEM.
           DISPLAY "Plaqueta do bem: ".
           ACCEPT PLAQUETA-INFORMADA.
           MOVE PLAQUETA-INFORMADA TO BEM-PLAQUETA.

           MOVE "S" TO REGISTRO-ENCONTRADO.
           READ ARQUIVO-BENS RECORD
               INVALID KEY
                   MOVE "N" TO REGISTRO-ENCONTRADO
                   DISPLAY "Bem nao encontrado".

       MOSTRA-BEM.
           MOVE BEM-VALOR TO VALOR-EDITADO.
           DISPLAY "Bem " BEM-PLAQUETA " tipo " BEM-TIPO " "
               BEM-DESCRICAO.
           DISPLAY "Valor " VALOR-EDITADO " situacao " BEM-SITUACAO.

       LISTA-BENS.
           MOVE SPACES TO BEM-PLAQUETA.
           MOVE "N" TO FIM-ARQUIVO.

           START ARQUIVO-BENS
               KEY IS NOT LESS THAN BEM-PLAQUETA
               INVALID KEY
                   DISPLAY "Nenhum bem cadastrado"
                   MOVE "S" TO FIM-ARQUIVO.

           PERFORM LISTA-UM-BEM
               UNTIL FIM-ARQUIVO = "S".

       LISTA-UM-BEM.
           READ ARQUIVO-BENS NEXT RECORD
               AT END
                   MOVE "S" TO FIM-ARQUIVO.

           IF FIM-ARQUIVO = "N"
               MOVE BEM-VALOR TO VALOR-EDITADO
               DISPLAY BEM-PLAQUETA " " BEM-TIPO " "
                   BEM-DESCRICAO " " VALOR-EDITADO
                   " " BEM-SITUACAO " " BEM-FUNCIONARIO-CODIGO.

           COPY "PDJANELA.cob".
           COPY "PDPARAMETRO.cob".
