      *    atribuicao de tarefas a funcionarios, mantida como
      *    historico (uma atribuicao por funcionario/data) em vez
      *    de sobrescrever a anterior, como o PROG30 fazia em
      *    memoria. Varias tarefas no mesmo dia ganham sequencias
      *    001, 002... na chave.
      *    Na base de treinamento (PROG273) a tela abre com o aviso
      *    de dados ficticios.
      *    Com a janela batch noturna no ar (trava do PROG177) so
      *    as consultas e listagens atendem.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBFUNCIONARIO.cob".
           COPY "SBTAREFAS.cob".
           COPY "SBPARAMETRO.cob".
           COPY "SBJANELA.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDFUNCIONARIO.cob".
           COPY "FDTAREFAS.cob".
           COPY "FDPARAMETRO.cob".
           COPY "FDJANELA.cob".

       WORKING-STORAGE SECTION.
           COPY "WSJANELA.cob".
           COPY "WSPARAMETRO.cob".
           COPY "WSCONFIRMA.cob".
           COPY "WSTAREFANOVA.cob".
       77  OPCAO-MENU PIC 9.
       77  REGISTRO-ENCONTRADO PIC X.
       77  FIM-HISTORICO PIC X.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "PROG58" TO JANELA-PROGRAMA.
           MOVE "N" TO JANELA-BLOQUEIO.

      *    na base de treinamento a tela abre com o aviso de dados
      *    ficticios.
           PERFORM CARREGA-PARAMETROS.

           OPEN I-O ARQUIVO-TAREFAS.
           OPEN INPUT ARQUIVO-FUNCIONARIO.

           DISPLAY "0. Sair".
           ACCEPT OPCAO-MENU.

      *    com a janela batch no ar so as consultas atendem - a
      *    trava e conferida a cada opcao, porque a janela pode
      *    abrir com o cadastro na tela.
           IF OPCAO-MENU = 1
               PERFORM CONFERE-JANELA-BATCH.

           IF OPCAO-MENU = 1 AND JANELA-BLOQUEIO = "N"
               PERFORM ATRIBUI-TAREFA.

           IF OPCAO-MENU = 2

           MOVE CODIGO-ATRIBUICAO TO TAREFA-FUNCIONARIO-CODIGO.
           MOVE ZEROS TO TAREFA-DATA.
           MOVE ZEROS TO TAREFA-SEQUENCIA.

           START ARQUIVO-TAREFAS
               KEY IS NOT LESS THAN TAREFA-CHAVE
      *    cancela e o PROG110.
           MOVE "A" TO TAREFA-STATUS.
           MOVE ZEROS TO TAREFA-DATA-CONCLUSAO.
           MOVE "M" TO TAREFA-ORIGEM.
           MOVE ZEROS TO TAREFA-PRAZO-DIAS-UTEIS.
           MOVE ZEROS TO TAREFA-GESTOR-CODIGO.

           PERFORM GRAVA-TAREFA-NOVA.

           IF TAREFANOVA-GRAVADA = "S"
               DISPLAY "Tarefa gravada no historico, sequencia "
                   TAREFA-SEQUENCIA
           ELSE
               DISPLAY "Funcionario ja tem 999 tarefas nesta data".

       CONSULTA-HISTORICO.
           DISPLAY "Informe o codigo do funcionario: ".

           MOVE CODIGO-CONSULTA TO TAREFA-FUNCIONARIO-CODIGO.
           MOVE ZEROS TO TAREFA-DATA.
           MOVE ZEROS TO TAREFA-SEQUENCIA.

           MOVE "N" TO FIM-HISTORICO.
           START ARQUIVO-TAREFAS KEY IS NOT LESS THAN TAREFA-CHAVE
                   MOVE "S" TO FIM-HISTORICO
               ELSE
                   DISPLAY "Data: " TAREFA-DATA
                       " Seq: " TAREFA-SEQUENCIA
                       " Depto: " TAREFA-DEPARTAMENTO-CODIGO
                       " Tarefa: " TAREFA-DESCRICAO.

           COPY "PDCONFIRMA.cob".

           COPY "PDTAREFANOVA.cob".
           COPY "PDPARAMETRO.cob".
           COPY "PDJANELA.cob".
