       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG253.
      *    cadastro dos territorios de vendas em territorios.dat, no
      *    mesmo molde do PROG247 para a tabela de fretes - cada
      *    territorio e uma faixa de CEP (ou a UF inteira) entregue
      *    a um vendedor com data de inicio e, se houver, de fim.
      *    O cliente novo do PROG32 e do PROG66 ja entra com o
      *    vendedor do territorio, o PROG254 realinha a carteira
      *    quando um territorio muda e o PROG255 mostra as faixas
      *    sem territorio e os territorios de vendedor inativo.
      *    Com a janela batch noturna no ar (trava do PROG177) so
      *    as consultas e listagens atendem.
      *    Na base de treinamento (PROG273) a tela abre com o aviso
      *    de dados ficticios.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBTERRITORIO.cob".
           COPY "SBFUNCIONARIO.cob".
           COPY "SBJANELA.cob".
           COPY "SBPARAMETRO.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDTERRITORIO.cob".
           COPY "FDFUNCIONARIO.cob".
           COPY "FDJANELA.cob".
           COPY "FDPARAMETRO.cob".

       WORKING-STORAGE SECTION.
           COPY "WSPARAMETRO.cob".
           COPY "WSJANELA.cob".
       77  OPCAO-MENU PIC 9.
       77  FIM-ARQUIVO PIC X.
       77  FAIXA-VALIDA PIC X.
       77  VENDEDOR-ACHADO PIC X.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
      *    na base de treinamento a tela abre com o aviso de dados
      *    ficticios.
           PERFORM CARREGA-PARAMETROS.

           MOVE "PROG253" TO JANELA-PROGRAMA.
           MOVE "N" TO JANELA-BLOQUEIO.

           MOVE 9 TO OPCAO-MENU.
           PERFORM PROCESSA-OPCAO
               UNTIL OPCAO-MENU = 0.
       PROGRAM-DONE.
      *    GOBACK devolve o controle ao menu quando chamado pelo
      *    PROG40, e encerra normalmente quando executado sozinho.
           GOBACK.

       PROCESSA-OPCAO.
           DISPLAY " ".
           DISPLAY "--- TERRITORIOS DE VENDAS ---".
           DISPLAY "1. Incluir territorio".
           DISPLAY "2. Listar territorios".
           DISPLAY "0. Sair".
           ACCEPT OPCAO-MENU.

      *    com a janela batch no ar so as consultas atendem - a
      *    trava e conferida a cada opcao, porque a janela pode
      *    abrir com o cadastro na tela.
           IF OPCAO-MENU = 1
               PERFORM CONFERE-JANELA-BATCH.

           IF OPCAO-MENU = 1 AND JANELA-BLOQUEIO = "N"
               PERFORM INCLUI-TERRITORIO.

           IF OPCAO-MENU = 2
               PERFORM LISTA-TERRITORIOS.

           IF OPCAO-MENU > 2
               DISPLAY "Opcao invalida".

       INCLUI-TERRITORIO.
           MOVE SPACES TO TERRITORIO-REGISTRO.
           DISPLAY "Codigo do territorio: ".
           ACCEPT TERRITORIO-CODIGO.
           DISPLAY "Nome do territorio: ".
           ACCEPT TERRITORIO-NOME.
           DISPLAY "UF (branco = qualquer UF da faixa): ".
           ACCEPT TERRITORIO-ESTADO.
           DISPLAY "CEP inicial da faixa (0 = toda a UF): ".
           ACCEPT TERRITORIO-CEP-INICIAL.
           DISPLAY "CEP final da faixa (99999999 = toda a UF): ".
           ACCEPT TERRITORIO-CEP-FINAL.
           DISPLAY "Codigo do funcionario vendedor: ".
           ACCEPT TERRITORIO-VENDEDOR.
           DISPLAY "Inicio da vigencia (AAAAMMDD): ".
           ACCEPT TERRITORIO-VIGENCIA-INICIO.
           DISPLAY "Fim da vigencia (AAAAMMDD, 0 = sem fim): ".
           ACCEPT TERRITORIO-VIGENCIA-FIM.

           PERFORM VALIDA-FAIXA.

           IF FAIXA-VALIDA = "S"
               PERFORM CONFERE-VENDEDOR
               OPEN EXTEND ARQUIVO-TERRITORIOS
               WRITE TERRITORIO-REGISTRO
               CLOSE ARQUIVO-TERRITORIOS
               DISPLAY "Territorio gravado".

       VALIDA-FAIXA.
           MOVE "S" TO FAIXA-VALIDA.

           IF TERRITORIO-CODIGO = ZEROS
               MOVE "N" TO FAIXA-VALIDA
               DISPLAY "Codigo invalido, nada gravado".

           IF FAIXA-VALIDA = "S"
               IF TERRITORIO-ESTADO = SPACES AND
                   TERRITORIO-CEP-INICIAL = ZEROS AND
                   TERRITORIO-CEP-FINAL = 99999999
                   MOVE "N" TO FAIXA-VALIDA
                   DISPLAY "Territorio sem UF nem faixa de CEP, "
                       "nada gravado".

           IF FAIXA-VALIDA = "S"
               IF TERRITORIO-CEP-FINAL < TERRITORIO-CEP-INICIAL
                   MOVE "N" TO FAIXA-VALIDA
                   DISPLAY "CEP final menor que o inicial, nada "
                       "gravado".

           IF FAIXA-VALIDA = "S"
               IF TERRITORIO-VIGENCIA-INICIO = ZEROS
                   MOVE "N" TO FAIXA-VALIDA
                   DISPLAY "Inicio da vigencia obrigatorio, nada "
                       "gravado".

           IF FAIXA-VALIDA = "S"
               IF TERRITORIO-VIGENCIA-FIM NOT = ZEROS AND
                   TERRITORIO-VIGENCIA-FIM <
                   TERRITORIO-VIGENCIA-INICIO
                   MOVE "N" TO FAIXA-VALIDA
                   DISPLAY "Fim da vigencia antes do inicio, nada "
                       "gravado".

           IF FAIXA-VALIDA = "S"
               IF TERRITORIO-NOME = SPACES
                   MOVE TERRITORIO-ESTADO TO TERRITORIO-NOME.

      *    o vendedor inexistente ou fora de atividade so gera aviso
      *    - o territorio pode ser cadastrado antes da admissao, e o
      *    PROG255 continua apontando o problema ate ser resolvido.
       CONFERE-VENDEDOR.
           OPEN INPUT ARQUIVO-FUNCIONARIO.
           MOVE TERRITORIO-VENDEDOR TO FUNCIONARIO-CODIGO.
           PERFORM LE-VENDEDOR.
           CLOSE ARQUIVO-FUNCIONARIO.

           IF VENDEDOR-ACHADO = "N"
               DISPLAY "Atencao: vendedor nao cadastrado"
           ELSE
               IF NOT FUNCIONARIO-ATIVO
                   DISPLAY "Atencao: vendedor " FUNCIONARIO-NOME
                       " nao esta ativo".

       LE-VENDEDOR.
           MOVE "S" TO VENDEDOR-ACHADO.
           READ ARQUIVO-FUNCIONARIO RECORD
               INVALID KEY
                   MOVE "N" TO VENDEDOR-ACHADO.

       LISTA-TERRITORIOS.
           OPEN INPUT ARQUIVO-TERRITORIOS.
           MOVE "N" TO FIM-ARQUIVO.
           PERFORM LEIA-PROXIMO-TERRITORIO.

           PERFORM MOSTRA-TERRITORIO
               UNTIL FIM-ARQUIVO = "S".

           CLOSE ARQUIVO-TERRITORIOS.

       LEIA-PROXIMO-TERRITORIO.
           READ ARQUIVO-TERRITORIOS RECORD AT END
               MOVE "S" TO FIM-ARQUIVO.

       MOSTRA-TERRITORIO.
           DISPLAY "Territorio: " TERRITORIO-CODIGO
               " " TERRITORIO-NOME
               " UF: " TERRITORIO-ESTADO
               " CEP: " TERRITORIO-CEP-INICIAL
               " a " TERRITORIO-CEP-FINAL.
           DISPLAY "    Vendedor: " TERRITORIO-VENDEDOR
               " Vigencia: " TERRITORIO-VIGENCIA-INICIO
               " a " TERRITORIO-VIGENCIA-FIM.

           PERFORM LEIA-PROXIMO-TERRITORIO.

           COPY "PDJANELA.cob".
           COPY "PDPARAMETRO.cob".
