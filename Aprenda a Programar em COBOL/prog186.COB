       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG186.
      *    adesoes aos planos de saude e odontologicos em
      *    adesoes_plano.dat - cada vida (o funcionario, sequencia
      *    00, ou um dependente de dependentes.dat) ligada a um
      *    plano do PROG185. Dependente inelegivel (PROG164) nao
      *    entra; o cancelamento fica registrado com data e motivo
      *    em vez de apagar a adesao.
      *    Com a janela batch noturna no ar (trava do PROG177) so
      *    as consultas e listagens atendem.
      *    Na base de treinamento (PROG273) a tela abre com o aviso
      *    de dados ficticios.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBFUNCIONARIO.cob".
           COPY "SBDEPENDENTE.cob".
           COPY "SBPLANOSAUDE.cob".
           COPY "SBADESAOPLANO.cob".
           COPY "SBJANELA.cob".
           COPY "SBPARAMETRO.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDFUNCIONARIO.cob".
           COPY "FDDEPENDENTE.cob".
           COPY "FDPLANOSAUDE.cob".
           COPY "FDADESAOPLANO.cob".
           COPY "FDJANELA.cob".
           COPY "FDPARAMETRO.cob".

       WORKING-STORAGE SECTION.
           COPY "WSPARAMETRO.cob".
           COPY "WSJANELA.cob".
       77  OPCAO-MENU PIC 9.
       77  REGISTRO-ENCONTRADO PIC X.
       77  VIDA-VALIDA PIC X.
       77  ADESAO-JA-EXISTE PIC X.
       77  FIM-ARQUIVO PIC X.
       77  CODIGO-INFORMADO PIC 9(4).
       77  SEQUENCIA-INFORMADA PIC 9(2).
       77  PLANO-INFORMADO PIC 9(3).
       77  DATA-DE-HOJE PIC 9(8).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
      *    na base de treinamento a tela abre com o aviso de dados
      *    ficticios.
           PERFORM CARREGA-PARAMETROS.

           MOVE "PROG186" TO JANELA-PROGRAMA.
           MOVE "N" TO JANELA-BLOQUEIO.

           ACCEPT DATA-DE-HOJE FROM DATE YYYYMMDD.

           OPEN INPUT ARQUIVO-FUNCIONARIO.
           OPEN INPUT ARQUIVO-DEPENDENTES.
           OPEN INPUT ARQUIVO-PLANOS-SAUDE.
           OPEN I-O ARQUIVO-ADESOES-PLANO.

           MOVE 9 TO OPCAO-MENU.
           PERFORM PROCESSA-OPCAO
               UNTIL OPCAO-MENU = 0.

           CLOSE ARQUIVO-FUNCIONARIO.
           CLOSE ARQUIVO-DEPENDENTES.
           CLOSE ARQUIVO-PLANOS-SAUDE.
           CLOSE ARQUIVO-ADESOES-PLANO.
       PROGRAM-DONE.
      *    GOBACK devolve o controle ao menu quando chamado pelo
      *    PROG40, e encerra normalmente quando executado sozinho.
           GOBACK.

       PROCESSA-OPCAO.
           DISPLAY " ".
           DISPLAY "--- ADESOES A PLANOS DE SAUDE ---".
           DISPLAY "1. Incluir vida num plano".
           DISPLAY "2. Cancelar adesao".
           DISPLAY "3. Consultar vidas de um funcionario".
           DISPLAY "0. Sair".
           ACCEPT OPCAO-MENU.

      *    com a janela batch no ar so as consultas atendem - a
      *    trava e conferida a cada opcao, porque a janela pode
      *    abrir com o cadastro na tela.
           IF OPCAO-MENU = 1 OR OPCAO-MENU = 2
               PERFORM CONFERE-JANELA-BATCH.

           IF OPCAO-MENU = 1 AND JANELA-BLOQUEIO = "N"
               PERFORM INCLUI-ADESAO.

           IF OPCAO-MENU = 2 AND JANELA-BLOQUEIO = "N"
               PERFORM CANCELA-ADESAO.

           IF OPCAO-MENU = 3
               PERFORM CONSULTA-VIDAS.

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

       PEGA-VIDA-E-PLANO.
      *    sequencia 00 e o proprio funcionario; qualquer outra
      *    tem de existir em dependentes.dat.
           DISPLAY "Sequencia do dependente (00 = o funcionario): ".
           ACCEPT SEQUENCIA-INFORMADA.
           DISPLAY "Codigo do plano: ".
           ACCEPT PLANO-INFORMADO.

           MOVE CODIGO-INFORMADO TO ADESAO-FUNCIONARIO-CODIGO.
           MOVE SEQUENCIA-INFORMADA TO ADESAO-SEQUENCIA.
           MOVE PLANO-INFORMADO TO ADESAO-PLANO-CODIGO.

           MOVE "S" TO ADESAO-JA-EXISTE.
           READ ARQUIVO-ADESOES-PLANO RECORD
               INVALID KEY
                   MOVE "N" TO ADESAO-JA-EXISTE.

       INCLUI-ADESAO.
           PERFORM PEGA-FUNCIONARIO.

           IF REGISTRO-ENCONTRADO = "S"
               PERFORM PEGA-VIDA-E-PLANO
               PERFORM VALIDA-VIDA
               IF VIDA-VALIDA = "S"
                   PERFORM GRAVA-ADESAO.

       VALIDA-VIDA.
           MOVE "S" TO VIDA-VALIDA.

           IF NOT FUNCIONARIO-ATIVO
               DISPLAY "Funcionario nao esta ativo"
               MOVE "N" TO VIDA-VALIDA.

           MOVE PLANO-INFORMADO TO PLANO-CODIGO.
           READ ARQUIVO-PLANOS-SAUDE RECORD
               INVALID KEY
                   DISPLAY "Plano nao cadastrado"
                   MOVE "N" TO VIDA-VALIDA.

           IF SEQUENCIA-INFORMADA NOT = ZEROS
               PERFORM VALIDA-DEPENDENTE.

           IF ADESAO-JA-EXISTE = "S"
               IF ADESAO-ATIVA
                   DISPLAY "Vida ja aderida a este plano"
                   MOVE "N" TO VIDA-VALIDA.

       VALIDA-DEPENDENTE.
           MOVE CODIGO-INFORMADO TO DEP-FUNCIONARIO-CODIGO.
           MOVE SEQUENCIA-INFORMADA TO DEP-SEQUENCIA.

           READ ARQUIVO-DEPENDENTES RECORD
               INVALID KEY
                   DISPLAY "Dependente nao cadastrado"
                   MOVE "N" TO VIDA-VALIDA
               NOT INVALID KEY
                   IF DEP-INELEGIVEL
                       DISPLAY "Dependente inelegivel"
                       MOVE "N" TO VIDA-VALIDA
                   ELSE
                       DISPLAY "Dependente: " DEP-NOME.

       GRAVA-ADESAO.
      *    uma adesao cancelada do mesmo plano e reaberta no mesmo
      *    registro, com a nova data de inicio.
           MOVE CODIGO-INFORMADO TO ADESAO-FUNCIONARIO-CODIGO.
           MOVE SEQUENCIA-INFORMADA TO ADESAO-SEQUENCIA.
           MOVE PLANO-INFORMADO TO ADESAO-PLANO-CODIGO.
           MOVE "A" TO ADESAO-SITUACAO.
           MOVE ZEROS TO ADESAO-DATA-FIM.
           MOVE SPACE TO ADESAO-MOTIVO-FIM.

           DISPLAY "Inicio da adesao (AAAAMMDD, 0 = hoje): ".
           ACCEPT ADESAO-DATA-INICIO.

           IF ADESAO-DATA-INICIO = ZEROS
               MOVE DATA-DE-HOJE TO ADESAO-DATA-INICIO.

           IF ADESAO-JA-EXISTE = "S"
               REWRITE ADESAO-PLANO-REGISTRO
                   INVALID KEY
                       DISPLAY "Erro ao reabrir a adesao"
                   NOT INVALID KEY
                       DISPLAY "Adesao reaberta"
           ELSE
               WRITE ADESAO-PLANO-REGISTRO
                   INVALID KEY
                       DISPLAY "Erro ao gravar a adesao"
                   NOT INVALID KEY
                       DISPLAY "Adesao gravada".

       CANCELA-ADESAO.
           PERFORM PEGA-FUNCIONARIO.

           IF REGISTRO-ENCONTRADO = "S"
               PERFORM PEGA-VIDA-E-PLANO
               IF ADESAO-JA-EXISTE = "N"
                   DISPLAY "Adesao nao encontrada"
               ELSE
                   IF ADESAO-CANCELADA
                       DISPLAY "Adesao ja cancelada"
                   ELSE
                       PERFORM GRAVA-CANCELAMENTO.

       GRAVA-CANCELAMENTO.
           MOVE SPACE TO ADESAO-MOTIVO-FIM.
           PERFORM PEDE-MOTIVO
               UNTIL ADESAO-FIM-PEDIDO OR ADESAO-FIM-DESLIGAMENTO.

           DISPLAY "Fim da adesao (AAAAMMDD, 0 = hoje): ".
           ACCEPT ADESAO-DATA-FIM.

           IF ADESAO-DATA-FIM = ZEROS
               MOVE DATA-DE-HOJE TO ADESAO-DATA-FIM.

           MOVE "C" TO ADESAO-SITUACAO.

           REWRITE ADESAO-PLANO-REGISTRO
               INVALID KEY
                   DISPLAY "Erro ao cancelar a adesao"
               NOT INVALID KEY
                   DISPLAY "Adesao cancelada".

       PEDE-MOTIVO.
           DISPLAY "Motivo (F pedido do funcionario, "
               "D desligamento): ".
           ACCEPT ADESAO-MOTIVO-FIM.

           IF NOT ADESAO-FIM-PEDIDO AND NOT ADESAO-FIM-DESLIGAMENTO
               DISPLAY "Responda F ou D".

       CONSULTA-VIDAS.
           PERFORM PEGA-FUNCIONARIO.

           IF REGISTRO-ENCONTRADO = "S"
               PERFORM LISTA-VIDAS-DO-FUNCIONARIO.

       LISTA-VIDAS-DO-FUNCIONARIO.
           MOVE CODIGO-INFORMADO TO ADESAO-FUNCIONARIO-CODIGO.
           MOVE ZEROS TO ADESAO-SEQUENCIA.
           MOVE ZEROS TO ADESAO-PLANO-CODIGO.
           MOVE "N" TO FIM-ARQUIVO.

           START ARQUIVO-ADESOES-PLANO
               KEY IS NOT LESS THAN ADESAO-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-ARQUIVO.

           PERFORM MOSTRA-PROXIMA-VIDA
               UNTIL FIM-ARQUIVO = "S".

       MOSTRA-PROXIMA-VIDA.
           READ ARQUIVO-ADESOES-PLANO NEXT RECORD
               AT END
                   MOVE "S" TO FIM-ARQUIVO.

           IF FIM-ARQUIVO = "N"
               IF ADESAO-FUNCIONARIO-CODIGO NOT = CODIGO-INFORMADO
                   MOVE "S" TO FIM-ARQUIVO
               ELSE
                   DISPLAY "Seq: " ADESAO-SEQUENCIA
                       " Plano: " ADESAO-PLANO-CODIGO
                       " Situacao: " ADESAO-SITUACAO
                       " Inicio: " ADESAO-DATA-INICIO
                       " Fim: " ADESAO-DATA-FIM
                       " Motivo: " ADESAO-MOTIVO-FIM.

           COPY "PDJANELA.cob".
           COPY "PDPARAMETRO.cob".
