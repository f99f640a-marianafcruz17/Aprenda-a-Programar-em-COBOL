      *    grava novas TAREFAS para o receptor e imprime o
      *    relatorio de passagem de bastao - a carteira deixa de
      *    apodrecer apontando para um codigo arquivado.
      *    Na base de treinamento (PROG273) a tela abre com o aviso
      *    de dados ficticios.
      *    Com a janela batch noturna no ar (trava do PROG177) a
      *    atualizacao e recusada logo na entrada.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RELATORIO-REPASSE
               ASSIGN TO "REPASSE.LST"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY "SBPARAMETRO.cob".
           COPY "SBJANELA.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDFUNCIONARIO.cob".

       FD  RELATORIO-REPASSE.
       01  LINHA-RELATORIO PIC X(80).
           COPY "FDPARAMETRO.cob".
           COPY "FDJANELA.cob".

       WORKING-STORAGE SECTION.
           COPY "WSJANELA.cob".
           COPY "WSPARAMETRO.cob".
           COPY "WSCONFIRMA.cob".
           COPY "WSTAREFANOVA.cob".
       77  REGISTRO-ENCONTRADO PIC X.
       77  FIM-VARREDURA PIC X.
       77  CODIGO-QUEM-SAIU PIC 9(4).
       77  DESCRICAO-ORIGINAL PIC X(40).
       77  DEPTO-ORIGINAL PIC 9(2).
       77  DATA-TAREFA-ORIGINAL PIC 9(8).
       77  SEQUENCIA-TAREFA-ORIGINAL PIC 9(3).

       01  CABECALHO-TITULO.
           05 FILLER PIC X(24) VALUE "PASSAGEM DE BASTAO - DE ".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
      *    na base de treinamento a tela abre com o aviso de dados
      *    ficticios.
           PERFORM CARREGA-PARAMETROS.

      *    com a janela batch no ar a atualizacao fica parada - a
      *    trava e do orquestrador PROG177.
           MOVE "PROG108" TO JANELA-PROGRAMA.
           PERFORM CONFERE-JANELA-BATCH.
           IF JANELA-BLOQUEIO = "S"
               GOBACK.

           ACCEPT DATA-DE-HOJE FROM DATE YYYYMMDD.

           OPEN INPUT ARQUIVO-FUNCIONARIO.
      *    preservada - o historico de quem saiu fica intacto.
           MOVE CODIGO-QUEM-SAIU TO TAREFA-FUNCIONARIO-CODIGO.
           MOVE ZEROS TO TAREFA-DATA.
           MOVE ZEROS TO TAREFA-SEQUENCIA.
           MOVE "N" TO FIM-VARREDURA.

           START ARQUIVO-TAREFAS
           MOVE TAREFA-DESCRICAO TO DESCRICAO-ORIGINAL.
           MOVE TAREFA-DEPARTAMENTO-CODIGO TO DEPTO-ORIGINAL.
           MOVE TAREFA-DATA TO DATA-TAREFA-ORIGINAL.
           MOVE TAREFA-SEQUENCIA TO SEQUENCIA-TAREFA-ORIGINAL.

      *    a tarefa repassada vira atribuicao do receptor, com o
      *    prazo original e a escalacao pelo gestor dele.
           MOVE CODIGO-RECEPTOR TO TAREFA-FUNCIONARIO-CODIGO.
           MOVE DATA-DE-HOJE TO TAREFA-DATA.
           MOVE "A" TO TAREFA-STATUS.
           MOVE ZEROS TO TAREFA-DATA-CONCLUSAO.
           MOVE "M" TO TAREFA-ORIGEM.
           MOVE ZEROS TO TAREFA-GESTOR-CODIGO.

           PERFORM GRAVA-TAREFA-NOVA.

           IF TAREFANOVA-GRAVADA = "S"
               ADD 1 TO QTD-TAREFAS-REPASSADAS
               PERFORM ESCREVE-TAREFA-REPASSADA
           ELSE
               DISPLAY "Receptor sem sequencia livre hoje, "
                   "repasse manual: " DESCRICAO-ORIGINAL.

      *    o WRITE mexeu no ponteiro do arquivo - devolve a
      *    varredura para logo depois da tarefa de origem que
      *    acabou de ser repassada.
           MOVE CODIGO-QUEM-SAIU TO TAREFA-FUNCIONARIO-CODIGO.
           MOVE DATA-TAREFA-ORIGINAL TO TAREFA-DATA.
           MOVE SEQUENCIA-TAREFA-ORIGINAL TO TAREFA-SEQUENCIA.

           START ARQUIVO-TAREFAS
               KEY IS GREATER THAN TAREFA-CHAVE
           WRITE LINHA-RELATORIO.

           COPY "PDCONFIRMA.cob".

           COPY "PDTAREFANOVA.cob".
           COPY "PDPARAMETRO.cob".
           COPY "PDJANELA.cob".
