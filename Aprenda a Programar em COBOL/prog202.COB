       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG202.
      *    relatorio de medidas disciplinares por departamento e
      *    periodo - le disciplinas.dat (PROG201), seleciona as
      *    medidas com data dentro do periodo pedido (e do
      *    departamento pedido, ou de todos) e lista, por
      *    departamento e funcionario, cada advertencia e
      *    suspensao com o gestor que aplicou e o motivo - o que o
      *    juridico pede a cada reclamacao trabalhista. A saida e
      *    carimbada pelo arquivo morto de impressoes
      *    (DISCIPLINA_AAAAMMDD_NNN).
      *    Na base de treinamento (PROG273) a tela abre com o aviso
      *    de dados ficticios.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBDISCIPLINA.cob".
           COPY "SBFUNCIONARIO.cob".
           COPY "SBDEPARTAMENTO.cob".
           COPY "SBIMPRESSAO.cob".
           SELECT ARQUIVO-ORDENACAO
               ASSIGN TO "DISCSORT.TMP".
           SELECT RELATORIO-DISCIPLINAS
               ASSIGN TO SAIDADISCIP
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY "SBPARAMETRO.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDDISCIPLINA.cob".
           COPY "FDFUNCIONARIO.cob".
           COPY "FDDEPARTAMENTO.cob".
           COPY "FDIMPRESSAO.cob".

       SD  ARQUIVO-ORDENACAO.
       01  ORDENACAO-REGISTRO.
           05 ORD-DEPTO-CODIGO PIC 9(2).
           05 ORD-FUNCIONARIO-CODIGO PIC 9(4).
           05 ORD-DATA PIC 9(8).
           05 ORD-NOME PIC X(30).
           05 ORD-TIPO PIC X.
           05 ORD-DIAS-SUSPENSAO PIC 9(2).
           05 ORD-INICIO-SUSPENSAO PIC 9(8).
           05 ORD-GESTOR-CODIGO PIC 9(4).
           05 ORD-MOTIVO PIC X(40).

       FD  RELATORIO-DISCIPLINAS.
       01  LINHA-RELATORIO PIC X(110).
           COPY "FDPARAMETRO.cob".

       WORKING-STORAGE SECTION.
           COPY "WSPARAMETRO.cob".
           COPY "WSIMPRESSAO.cob".
       77  FINAL-ARQUIVO PIC X.
       77  FINAL-ORDENADO PIC X.
       77  PRIMEIRA-LEITURA PIC X.
       77  DATA-INICIAL PIC 9(8).
       77  DATA-FINAL PIC 9(8).
      *    zero = todos os departamentos.
       77  DEPTO-PEDIDO PIC 9(2).
       77  DEPTO-ATUAL PIC 9(2).
       77  QTD-DEPTO PIC 9(5).
       77  QTD-MEDIDAS PIC 9(5).
       77  QTD-SUSPENSOES PIC 9(5).
       77  DIAS-SUSPENSOS PIC 9(6).

       01  CABECALHO-TITULO.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(35) VALUE
               "MEDIDAS DISCIPLINARES - PERIODO DE ".
           05 CAB-DATA-INICIAL PIC 9999/99/99.
           05 FILLER PIC X(3) VALUE " A ".
           05 CAB-DATA-FINAL PIC 9999/99/99.

       01  CABECALHO-DEPTO.
           05 FILLER PIC X(14) VALUE "Departamento: ".
           05 CAB-DEPTO-CODIGO PIC 99.
           05 FILLER PIC X(3) VALUE " - ".
           05 CAB-DEPTO-NOME PIC X(20).

       01  CABECALHO-COLUNAS.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(36) VALUE "Funcionario".
           05 FILLER PIC X(12) VALUE "Data".
           05 FILLER PIC X(21) VALUE "Medida".
           05 FILLER PIC X(8) VALUE "Gestor".
           05 FILLER PIC X(29) VALUE "Motivo".

       01  LINHA-MEDIDA.
           05 FILLER PIC X(4) VALUE SPACES.
           05 MED-FUNCIONARIO PIC ZZZ9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 MED-NOME PIC X(30).
           05 FILLER PIC X(1) VALUE SPACES.
           05 MED-DATA PIC 9999/99/99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 MED-TIPO PIC X(20).
           05 FILLER PIC X(1) VALUE SPACES.
           05 MED-GESTOR PIC ZZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 MED-MOTIVO PIC X(29).

       01  LINHA-SUSPENSAO.
           05 FILLER PIC X(52) VALUE SPACES.
           05 FILLER PIC X(11) VALUE "Suspensao: ".
           05 SUS-DIAS PIC Z9.
           05 FILLER PIC X(16) VALUE " dias a partir ".
           05 SUS-INICIO PIC 9999/99/99.

       01  LINHA-TOTAL.
           05 FILLER PIC X(4) VALUE SPACES.
           05 TOT-DESCRICAO PIC X(30).
           05 TOT-QTD PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
      *    na base de treinamento a tela abre com o aviso de dados
      *    ficticios.
           PERFORM CARREGA-PARAMETROS.

           DISPLAY "Data inicial do periodo (AAAAMMDD): ".
           ACCEPT DATA-INICIAL.
           DISPLAY "Data final do periodo (AAAAMMDD): ".
           ACCEPT DATA-FINAL.
           DISPLAY "Departamento (0 = todos): ".
           ACCEPT DEPTO-PEDIDO.

           IF DATA-FINAL < DATA-INICIAL
               DISPLAY "Periodo invalido, nada impresso"
           ELSE
               PERFORM EMITE-RELATORIO.
       PROGRAM-DONE.
      *    GOBACK devolve o controle ao menu quando chamado pelo
      *    PROG40, e encerra normalmente quando executado sozinho.
           GOBACK.

       EMITE-RELATORIO.
      *    carimba a saida da rodada antes do OPEN.
           MOVE "PROG202" TO IMPRESSAO-PROGRAMA.
           MOVE "DISCIPLINA" TO IMPRESSAO-PREFIXO.
           MOVE "SAIDADISCIP" TO IMPRESSAO-VARIAVEL.
           PERFORM MONTA-NOME-RELATORIO.

           MOVE ZEROS TO QTD-MEDIDAS.
           MOVE ZEROS TO QTD-SUSPENSOES.
           MOVE ZEROS TO DIAS-SUSPENSOS.

           OPEN INPUT ARQUIVO-DISCIPLINAS.
           OPEN INPUT ARQUIVO-FUNCIONARIO.
           OPEN INPUT ARQUIVO-DEPARTAMENTO.

           SORT ARQUIVO-ORDENACAO
               ON ASCENDING KEY ORD-DEPTO-CODIGO
                                ORD-FUNCIONARIO-CODIGO
                                ORD-DATA
               INPUT PROCEDURE IS SELECIONA-MEDIDAS
               OUTPUT PROCEDURE IS IMPRIME-MEDIDAS.

           CLOSE ARQUIVO-DISCIPLINAS.
           CLOSE ARQUIVO-FUNCIONARIO.
           CLOSE ARQUIVO-DEPARTAMENTO.

           PERFORM GRAVA-INDICE-IMPRESSAO.

           DISPLAY "Relatorio gravado em " IMPRESSAO-NOME.
           DISPLAY "Medidas no periodo: " QTD-MEDIDAS.

       SELECIONA-MEDIDAS.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LEIA-PROXIMA-MEDIDA.

           PERFORM LIBERA-MEDIDA
               UNTIL FINAL-ARQUIVO = "S".

       LEIA-PROXIMA-MEDIDA.
           READ ARQUIVO-DISCIPLINAS NEXT RECORD AT END
               MOVE "S" TO FINAL-ARQUIVO.

       LIBERA-MEDIDA.
      *    o departamento vale o do cadastro de hoje - quem foi
      *    transferido aparece no departamento novo.
           IF DISC-DATA NOT < DATA-INICIAL AND
               DISC-DATA NOT > DATA-FINAL
               PERFORM LE-FUNCIONARIO-DA-MEDIDA
               PERFORM CONFERE-DEPTO-DA-MEDIDA.

           PERFORM LEIA-PROXIMA-MEDIDA.

       LE-FUNCIONARIO-DA-MEDIDA.
           MOVE DISC-FUNCIONARIO-CODIGO TO FUNCIONARIO-CODIGO.
           READ ARQUIVO-FUNCIONARIO RECORD
               INVALID KEY
                   MOVE ZEROS TO FUNCIONARIO-DEPTO-CODIGO
                   MOVE SPACES TO FUNCIONARIO-NOME-COMPLETO.

       CONFERE-DEPTO-DA-MEDIDA.
           IF DEPTO-PEDIDO = ZEROS OR
               DEPTO-PEDIDO = FUNCIONARIO-DEPTO-CODIGO
               MOVE FUNCIONARIO-DEPTO-CODIGO TO ORD-DEPTO-CODIGO
               MOVE DISC-FUNCIONARIO-CODIGO TO
                   ORD-FUNCIONARIO-CODIGO
               MOVE DISC-DATA TO ORD-DATA
               MOVE FUNCIONARIO-NOME-COMPLETO TO ORD-NOME
               MOVE DISC-TIPO TO ORD-TIPO
               MOVE DISC-DIAS-SUSPENSAO TO ORD-DIAS-SUSPENSAO
               MOVE DISC-INICIO-SUSPENSAO TO ORD-INICIO-SUSPENSAO
               MOVE DISC-GESTOR-CODIGO TO ORD-GESTOR-CODIGO
               MOVE DISC-MOTIVO TO ORD-MOTIVO
               RELEASE ORDENACAO-REGISTRO.

       IMPRIME-MEDIDAS.
           OPEN OUTPUT RELATORIO-DISCIPLINAS.
           MOVE "S" TO PRIMEIRA-LEITURA.

           MOVE DATA-INICIAL TO CAB-DATA-INICIAL.
           MOVE DATA-FINAL TO CAB-DATA-FINAL.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE CABECALHO-TITULO TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE "N" TO FINAL-ORDENADO.
           PERFORM LEIA-PROXIMO-ORDENADO.

           PERFORM PROCESSA-MEDIDAS
               UNTIL FINAL-ORDENADO = "S".

           IF PRIMEIRA-LEITURA = "N"
               PERFORM ESCREVE-TOTAL-DEPTO.

           IF PRIMEIRA-LEITURA = "S"
               MOVE SPACES TO LINHA-RELATORIO
               PERFORM ESCREVE-LINHA
               MOVE "NENHUMA MEDIDA NO PERIODO" TO LINHA-RELATORIO
               PERFORM ESCREVE-LINHA.

           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE "TOTAL GERAL - medidas.......:" TO TOT-DESCRICAO.
           MOVE QTD-MEDIDAS TO TOT-QTD.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-TOTAL TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE "Suspensoes..................:" TO TOT-DESCRICAO.
           MOVE QTD-SUSPENSOES TO TOT-QTD.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-TOTAL TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE "Dias de suspensao...........:" TO TOT-DESCRICAO.
           MOVE DIAS-SUSPENSOS TO TOT-QTD.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-TOTAL TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           CLOSE RELATORIO-DISCIPLINAS.

       LEIA-PROXIMO-ORDENADO.
           RETURN ARQUIVO-ORDENACAO RECORD AT END
               MOVE "S" TO FINAL-ORDENADO.

       PROCESSA-MEDIDAS.
           IF PRIMEIRA-LEITURA = "S"
               MOVE "N" TO PRIMEIRA-LEITURA
               PERFORM INICIA-DEPTO
           ELSE
               IF ORD-DEPTO-CODIGO NOT = DEPTO-ATUAL
                   PERFORM ESCREVE-TOTAL-DEPTO
                   PERFORM INICIA-DEPTO.

           PERFORM ESCREVE-MEDIDA.

           PERFORM LEIA-PROXIMO-ORDENADO.

       INICIA-DEPTO.
           MOVE ORD-DEPTO-CODIGO TO DEPTO-ATUAL.
           MOVE ZEROS TO QTD-DEPTO.

           MOVE ORD-DEPTO-CODIGO TO DEPARTAMENTO-CODIGO.
           READ ARQUIVO-DEPARTAMENTO RECORD
               INVALID KEY
                   MOVE "SEM DEPARTAMENTO" TO DEPARTAMENTO-NOME.

           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE ORD-DEPTO-CODIGO TO CAB-DEPTO-CODIGO.
           MOVE DEPARTAMENTO-NOME TO CAB-DEPTO-NOME.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE CABECALHO-DEPTO TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE SPACES TO LINHA-RELATORIO.
           MOVE CABECALHO-COLUNAS TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

       ESCREVE-MEDIDA.
           ADD 1 TO QTD-MEDIDAS.
           ADD 1 TO QTD-DEPTO.

           MOVE "OUTRA" TO MED-TIPO.
           IF ORD-TIPO = "V"
               MOVE "ADVERTENCIA VERBAL" TO MED-TIPO.
           IF ORD-TIPO = "E"
               MOVE "ADVERTENCIA ESCRITA" TO MED-TIPO.
           IF ORD-TIPO = "S"
               MOVE "SUSPENSAO" TO MED-TIPO.

           MOVE ORD-FUNCIONARIO-CODIGO TO MED-FUNCIONARIO.
           MOVE ORD-NOME TO MED-NOME.
           MOVE ORD-DATA TO MED-DATA.
           MOVE ORD-GESTOR-CODIGO TO MED-GESTOR.
           MOVE ORD-MOTIVO TO MED-MOTIVO.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-MEDIDA TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           IF ORD-TIPO = "S"
               PERFORM ESCREVE-SUSPENSAO.

       ESCREVE-SUSPENSAO.
           ADD 1 TO QTD-SUSPENSOES.
           ADD ORD-DIAS-SUSPENSAO TO DIAS-SUSPENSOS.

           MOVE ORD-DIAS-SUSPENSAO TO SUS-DIAS.
           MOVE ORD-INICIO-SUSPENSAO TO SUS-INICIO.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-SUSPENSAO TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

       ESCREVE-TOTAL-DEPTO.
           MOVE "Medidas no departamento.....:" TO TOT-DESCRICAO.
           MOVE QTD-DEPTO TO TOT-QTD.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-TOTAL TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

       ESCREVE-LINHA.
           WRITE LINHA-RELATORIO.
           ADD 1 TO IMPRESSAO-LINHAS.

           COPY "PDIMPRESSAO.cob".
           COPY "PDPARAMETRO.cob".
