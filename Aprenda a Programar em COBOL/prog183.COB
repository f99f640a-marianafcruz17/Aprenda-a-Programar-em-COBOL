       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG183.
      *    cadastro da opcao de vale-transporte por funcionario em
      *    vale_transporte.dat - conducoes por dia e tarifa diaria
      *    do trajeto, com a opcao (ou recusa) do funcionario. E
      *    deste cadastro que a folha do PROG54 tira o desconto de
      *    6% e o PROG184 a compra do mes, no lugar das contas em
      *    papel feitas pelo RH a partir das folhas de presenca.
      *    Com a janela batch noturna no ar (trava do PROG177) so
      *    as consultas e listagens atendem.
      *    Na base de treinamento (PROG273) a tela abre com o aviso
      *    de dados ficticios.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBFUNCIONARIO.cob".
           COPY "SBVALETRANSP.cob".
           COPY "SBJANELA.cob".
           COPY "SBPARAMETRO.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDFUNCIONARIO.cob".
           COPY "FDVALETRANSP.cob".
           COPY "FDJANELA.cob".
           COPY "FDPARAMETRO.cob".

       WORKING-STORAGE SECTION.
           COPY "WSPARAMETRO.cob".
           COPY "WSJANELA.cob".
       77  OPCAO-MENU PIC 9.
       77  REGISTRO-ENCONTRADO PIC X.
       77  OPCAO-JA-EXISTE PIC X.
       77  FIM-ARQUIVO PIC X.
       77  CODIGO-INFORMADO PIC 9(4).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
      *    na base de treinamento a tela abre com o aviso de dados
      *    ficticios.
           PERFORM CARREGA-PARAMETROS.

           MOVE "PROG183" TO JANELA-PROGRAMA.
           MOVE "N" TO JANELA-BLOQUEIO.

           OPEN INPUT ARQUIVO-FUNCIONARIO.
           OPEN I-O ARQUIVO-VALE-TRANSPORTE.

           MOVE 9 TO OPCAO-MENU.
           PERFORM PROCESSA-OPCAO
               UNTIL OPCAO-MENU = 0.

           CLOSE ARQUIVO-FUNCIONARIO.
           CLOSE ARQUIVO-VALE-TRANSPORTE.
       PROGRAM-DONE.
      *    GOBACK devolve o controle ao menu quando chamado pelo
      *    PROG40, e encerra normalmente quando executado sozinho.
           GOBACK.

       PROCESSA-OPCAO.
           DISPLAY " ".
           DISPLAY "--- VALE-TRANSPORTE ---".
           DISPLAY "1. Registrar opcao de um funcionario".
           DISPLAY "2. Consultar opcao de um funcionario".
           DISPLAY "3. Listar opcoes".
           DISPLAY "0. Sair".
           ACCEPT OPCAO-MENU.

      *    com a janela batch no ar so as consultas atendem - a
      *    trava e conferida a cada opcao, porque a janela pode
      *    abrir com o cadastro na tela.
           IF OPCAO-MENU = 1
               PERFORM CONFERE-JANELA-BATCH.

           IF OPCAO-MENU = 1 AND JANELA-BLOQUEIO = "N"
               PERFORM REGISTRA-OPCAO.

           IF OPCAO-MENU = 2
               PERFORM CONSULTA-OPCAO.

           IF OPCAO-MENU = 3
               PERFORM LISTA-OPCOES.

           IF OPCAO-MENU > 3
               DISPLAY "Opcao invalida".

       PEGA-FUNCIONARIO.
           DISPLAY "Informe o codigo do funcionario: ".
           ACCEPT CODIGO-INFORMADO.
           MOVE CODIGO-INFORMADO TO FUNCIONARIO-CODIGO.

           MOVE "S" TO REGISTRO-ENCONTRADO.
           READ ARQUIVO-FUNCIONARIO RECORD
               INVALID KEY
                   MOVE "N" TO REGISTRO-ENCONTRADO
                   DISPLAY "Funcionario nao encontrado".

       REGISTRA-OPCAO.
      *    a mesma tela inclui a primeira opcao e troca a opcao ou
      *    o trajeto de quem ja tem registro.
           PERFORM PEGA-FUNCIONARIO.

           IF REGISTRO-ENCONTRADO = "S"
               PERFORM LE-OPCAO-DO-FUNCIONARIO
               PERFORM DIGITA-OPCAO
               PERFORM GRAVA-OPCAO.

       LE-OPCAO-DO-FUNCIONARIO.
           MOVE CODIGO-INFORMADO TO VT-FUNCIONARIO-CODIGO.

           MOVE "S" TO OPCAO-JA-EXISTE.
           READ ARQUIVO-VALE-TRANSPORTE RECORD
               INVALID KEY
                   MOVE "N" TO OPCAO-JA-EXISTE.

           IF OPCAO-JA-EXISTE = "S"
               PERFORM MOSTRA-OPCAO
           ELSE
               MOVE SPACES TO VALE-TRANSPORTE-REGISTRO
               MOVE CODIGO-INFORMADO TO VT-FUNCIONARIO-CODIGO
               MOVE ZEROS TO VT-CONDUCOES-DIA
               MOVE ZEROS TO VT-TARIFA-DIARIA.

       DIGITA-OPCAO.
           MOVE SPACE TO VT-OPCAO.
           PERFORM PEDE-OPCAO
               UNTIL VT-OPTANTE OR VT-NAO-OPTANTE.

           IF VT-OPTANTE
               DISPLAY "Conducoes por dia (ida e volta): "
               ACCEPT VT-CONDUCOES-DIA
               DISPLAY "Soma das tarifas do dia (9999.99): "
               ACCEPT VT-TARIFA-DIARIA
           ELSE
               MOVE ZEROS TO VT-CONDUCOES-DIA
               MOVE ZEROS TO VT-TARIFA-DIARIA.

           ACCEPT VT-DATA-OPCAO FROM DATE YYYYMMDD.

       PEDE-OPCAO.
           DISPLAY "Optou pelo vale-transporte (S/N)? ".
           ACCEPT VT-OPCAO.

           IF NOT VT-OPTANTE AND NOT VT-NAO-OPTANTE
               DISPLAY "Responda S ou N".

       GRAVA-OPCAO.
           IF OPCAO-JA-EXISTE = "S"
               REWRITE VALE-TRANSPORTE-REGISTRO
                   INVALID KEY
                       DISPLAY "Erro ao reescrever a opcao"
                   NOT INVALID KEY
                       DISPLAY "Opcao alterada"
           ELSE
               WRITE VALE-TRANSPORTE-REGISTRO
                   INVALID KEY
                       DISPLAY "Erro ao gravar a opcao"
                   NOT INVALID KEY
                       DISPLAY "Opcao gravada".

       CONSULTA-OPCAO.
           PERFORM PEGA-FUNCIONARIO.

           IF REGISTRO-ENCONTRADO = "S"
               MOVE CODIGO-INFORMADO TO VT-FUNCIONARIO-CODIGO
               READ ARQUIVO-VALE-TRANSPORTE RECORD
                   INVALID KEY
                       DISPLAY "Funcionario sem opcao registrada"
                   NOT INVALID KEY
                       PERFORM MOSTRA-OPCAO.

       MOSTRA-OPCAO.
           DISPLAY "Codigo: " VT-FUNCIONARIO-CODIGO
               " Opcao: " VT-OPCAO
               " Conducoes/dia: " VT-CONDUCOES-DIA
               " Tarifa diaria: " VT-TARIFA-DIARIA
               " Desde: " VT-DATA-OPCAO.

       LISTA-OPCOES.
           MOVE ZEROS TO VT-FUNCIONARIO-CODIGO.
           MOVE "N" TO FIM-ARQUIVO.

           START ARQUIVO-VALE-TRANSPORTE
               KEY IS NOT LESS THAN VT-FUNCIONARIO-CODIGO
               INVALID KEY
                   DISPLAY "Nenhuma opcao registrada"
                   MOVE "S" TO FIM-ARQUIVO.

           PERFORM LISTA-PROXIMA-OPCAO
               UNTIL FIM-ARQUIVO = "S".

       LISTA-PROXIMA-OPCAO.
           READ ARQUIVO-VALE-TRANSPORTE NEXT RECORD
               AT END
                   MOVE "S" TO FIM-ARQUIVO.

           IF FIM-ARQUIVO = "N"
               PERFORM MOSTRA-OPCAO.

           COPY "PDJANELA.cob".
           COPY "PDPARAMETRO.cob".
