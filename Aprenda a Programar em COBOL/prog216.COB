       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG216.
      *    conferencia dos rateios de custo de folha - le
      *    rateios.dat (PROG215) rateio a rateio (funcionario e
      *    vigencia) e lista os que nao somam 100%, os que passam
      *    de 10 linhas e os que apontam para departamento inativo
      *    ou sem cadastro, com todas as linhas do rateio e a marca
      *    da linha com problema. Rateio que nao soma 100% ou que
      *    passa de 10 linhas e ignorado pelo PROG150 e pelo
      *    PROG168, que jogam o custo no departamento do
      *    funcionario. A saida e carimbada pelo arquivo morto de
      *    impressoes (RATEIO_AAAAMMDD_NNN).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBRATEIO.cob".
           COPY "SBFUNCIONARIO.cob".
           COPY "SBDEPARTAMENTO.cob".
           COPY "SBIMPRESSAO.cob".
           SELECT RELATORIO-RATEIO
               ASSIGN TO SAIDARATEIO
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           COPY "FDRATEIO.cob".
           COPY "FDFUNCIONARIO.cob".
           COPY "FDDEPARTAMENTO.cob".
           COPY "FDIMPRESSAO.cob".

       FD  RELATORIO-RATEIO.
       01  LINHA-RELATORIO PIC X(80).

       WORKING-STORAGE SECTION.
           COPY "WSIMPRESSAO.cob".
       77  FIM-RATEIOS PIC X.
       77  PRIMEIRA-LEITURA PIC X.
       77  FUNCIONARIO-ATUAL PIC 9(4).
       77  VIGENCIA-ATUAL PIC 9(8).
       77  SOMA-DO-RATEIO PIC 9(4)V99.
       77  QTD-LINHAS PIC 9(3).
       77  QTD-DEPTOS-RUINS PIC 9(3).
       77  INDICE-LINHA PIC 9(3).
       77  QTD-RATEIOS PIC 9(5).
       77  QTD-COM-PROBLEMA PIC 9(5).

      *    linhas do rateio em exame, guardadas ate a quebra para
      *    sair inteiras quando o rateio tem problema - acima de
      *    20 linhas so a soma e a contagem seguem.
       01  LINHAS-DO-RATEIO.
           05 LRAT-LINHA OCCURS 20 TIMES.
               10 LRAT-DEPTO PIC 9(2).
               10 LRAT-PERCENTUAL PIC 9(3)V99.
               10 LRAT-MARCA PIC X(12).

       01  CABECALHO-TITULO.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(40) VALUE
               "RATEIOS DE CUSTO DE FOLHA COM PROBLEMA".

       01  CABECALHO-RATEIO.
           05 FILLER PIC X(12) VALUE "Funcionario ".
           05 CAB-FUNCIONARIO PIC 9(4).
           05 FILLER PIC X(1) VALUE SPACES.
           05 CAB-NOME PIC X(10).
           05 FILLER PIC X(11) VALUE "  vigencia ".
           05 CAB-VIGENCIA PIC 9999/99/99.

       01  LINHA-DETALHE.
           05 FILLER PIC X(9) VALUE "   depto ".
           05 DET-DEPTO PIC 99.
           05 FILLER PIC X(1) VALUE SPACES.
           05 DET-NOME-DEPTO PIC X(20).
           05 FILLER PIC X(1) VALUE SPACES.
           05 DET-PERCENTUAL PIC ZZ9.99.
           05 FILLER PIC X(3) VALUE "%  ".
           05 DET-MARCA PIC X(12).

       01  LINHA-SOMA.
           05 FILLER PIC X(12) VALUE "   soma ".
           05 SOM-PERCENTUAL PIC ZZZ9.99.
           05 FILLER PIC X(3) VALUE "%  ".
           05 SOM-MENSAGEM PIC X(40).

       01  LINHA-TOTAIS.
           05 TOT-DESCRICAO PIC X(30).
           05 TOT-QTD PIC ZZZZ9.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
      *    carimba a saida da rodada antes do OPEN.
           MOVE "PROG216" TO IMPRESSAO-PROGRAMA.
           MOVE "RATEIO" TO IMPRESSAO-PREFIXO.
           MOVE "SAIDARATEIO" TO IMPRESSAO-VARIAVEL.
           PERFORM MONTA-NOME-RELATORIO.

           MOVE ZEROS TO QTD-RATEIOS.
           MOVE ZEROS TO QTD-COM-PROBLEMA.

           OPEN INPUT ARQUIVO-RATEIOS.
           OPEN INPUT ARQUIVO-FUNCIONARIO.
           OPEN INPUT ARQUIVO-DEPARTAMENTO.
           OPEN OUTPUT RELATORIO-RATEIO.

           MOVE SPACES TO LINHA-RELATORIO.
           MOVE CABECALHO-TITULO TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.
           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE "S" TO PRIMEIRA-LEITURA.
           MOVE ZEROS TO RATEIO-FUNCIONARIO-CODIGO.
           MOVE ZEROS TO RATEIO-VIGENCIA.
           MOVE ZEROS TO RATEIO-DEPTO-CODIGO.
           MOVE "N" TO FIM-RATEIOS.

           START ARQUIVO-RATEIOS
               KEY IS NOT LESS THAN RATEIO-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-RATEIOS.

           PERFORM PROCESSA-LINHA-RATEIO
               UNTIL FIM-RATEIOS = "S".

           IF PRIMEIRA-LEITURA = "N"
               PERFORM FECHA-RATEIO.

           PERFORM ESCREVE-TOTAIS.

           CLOSE ARQUIVO-RATEIOS.
           CLOSE ARQUIVO-FUNCIONARIO.
           CLOSE ARQUIVO-DEPARTAMENTO.
           CLOSE RELATORIO-RATEIO.

           PERFORM GRAVA-INDICE-IMPRESSAO.

           DISPLAY "Relatorio gravado em " IMPRESSAO-NOME.
           DISPLAY "Rateios com problema: " QTD-COM-PROBLEMA.
       PROGRAM-DONE.
      *    GOBACK devolve o controle ao menu quando chamado pelo
      *    PROG40, e encerra normalmente quando executado sozinho.
           GOBACK.

       PROCESSA-LINHA-RATEIO.
           READ ARQUIVO-RATEIOS NEXT RECORD
               AT END
                   MOVE "S" TO FIM-RATEIOS.

           IF FIM-RATEIOS = "N"
               PERFORM EXAMINA-LINHA-RATEIO.

       EXAMINA-LINHA-RATEIO.
           IF PRIMEIRA-LEITURA = "S"
               MOVE "N" TO PRIMEIRA-LEITURA
               PERFORM COMECA-RATEIO
           ELSE
               IF RATEIO-FUNCIONARIO-CODIGO NOT = FUNCIONARIO-ATUAL
                   OR RATEIO-VIGENCIA NOT = VIGENCIA-ATUAL
                   PERFORM FECHA-RATEIO
                   PERFORM COMECA-RATEIO.

           ADD RATEIO-PERCENTUAL TO SOMA-DO-RATEIO.
           ADD 1 TO QTD-LINHAS.

           IF QTD-LINHAS NOT > 20
               MOVE RATEIO-DEPTO-CODIGO TO LRAT-DEPTO (QTD-LINHAS)
               MOVE RATEIO-PERCENTUAL TO
                   LRAT-PERCENTUAL (QTD-LINHAS)
               PERFORM MARCA-DEPARTAMENTO-DA-LINHA.

       COMECA-RATEIO.
           MOVE RATEIO-FUNCIONARIO-CODIGO TO FUNCIONARIO-ATUAL.
           MOVE RATEIO-VIGENCIA TO VIGENCIA-ATUAL.
           MOVE ZEROS TO SOMA-DO-RATEIO.
           MOVE ZEROS TO QTD-LINHAS.
           MOVE ZEROS TO QTD-DEPTOS-RUINS.
           ADD 1 TO QTD-RATEIOS.

       MARCA-DEPARTAMENTO-DA-LINHA.
           MOVE SPACES TO LRAT-MARCA (QTD-LINHAS).
           MOVE RATEIO-DEPTO-CODIGO TO DEPARTAMENTO-CODIGO.

           READ ARQUIVO-DEPARTAMENTO RECORD
               INVALID KEY
                   MOVE "INEXISTENTE" TO LRAT-MARCA (QTD-LINHAS)
                   ADD 1 TO QTD-DEPTOS-RUINS
               NOT INVALID KEY
                   IF NOT DEPARTAMENTO-ATIVO
                       MOVE "INATIVO" TO LRAT-MARCA (QTD-LINHAS)
                       ADD 1 TO QTD-DEPTOS-RUINS.

       FECHA-RATEIO.
           IF SOMA-DO-RATEIO NOT = 100 OR
               QTD-LINHAS > 10 OR
               QTD-DEPTOS-RUINS > ZEROS
               ADD 1 TO QTD-COM-PROBLEMA
               PERFORM IMPRIME-RATEIO.

       IMPRIME-RATEIO.
           MOVE FUNCIONARIO-ATUAL TO CAB-FUNCIONARIO.
           MOVE FUNCIONARIO-ATUAL TO FUNCIONARIO-CODIGO.
           MOVE "*SEM CAD.*" TO CAB-NOME.

           READ ARQUIVO-FUNCIONARIO RECORD
               NOT INVALID KEY
                   MOVE FUNCIONARIO-NOME TO CAB-NOME.

           MOVE VIGENCIA-ATUAL TO CAB-VIGENCIA.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE CABECALHO-RATEIO TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           PERFORM IMPRIME-LINHA-DO-RATEIO
               VARYING INDICE-LINHA FROM 1 BY 1
               UNTIL INDICE-LINHA > QTD-LINHAS OR
                   INDICE-LINHA > 20.

           MOVE SOMA-DO-RATEIO TO SOM-PERCENTUAL.
           MOVE SPACES TO SOM-MENSAGEM.

           IF QTD-LINHAS > 10
               MOVE "MAIS DE 10 LINHAS - IGNORADO NA FOLHA" TO
                   SOM-MENSAGEM
           ELSE
               IF SOMA-DO-RATEIO NOT = 100
                   MOVE "NAO FECHA 100% - IGNORADO NA FOLHA" TO
                       SOM-MENSAGEM.

           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-SOMA TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.
           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

       IMPRIME-LINHA-DO-RATEIO.
           MOVE LRAT-DEPTO (INDICE-LINHA) TO DET-DEPTO.
           MOVE LRAT-PERCENTUAL (INDICE-LINHA) TO DET-PERCENTUAL.
           MOVE LRAT-MARCA (INDICE-LINHA) TO DET-MARCA.
           MOVE SPACES TO DET-NOME-DEPTO.
           MOVE LRAT-DEPTO (INDICE-LINHA) TO DEPARTAMENTO-CODIGO.

           READ ARQUIVO-DEPARTAMENTO RECORD
               NOT INVALID KEY
                   MOVE DEPARTAMENTO-NOME TO DET-NOME-DEPTO.

           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-DETALHE TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

       ESCREVE-TOTAIS.
           MOVE "Rateios examinados..........: " TO TOT-DESCRICAO.
           MOVE QTD-RATEIOS TO TOT-QTD.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-TOTAIS TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE "Rateios com problema........: " TO TOT-DESCRICAO.
           MOVE QTD-COM-PROBLEMA TO TOT-QTD.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-TOTAIS TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

       ESCREVE-LINHA.
           WRITE LINHA-RELATORIO.
           ADD 1 TO IMPRESSAO-LINHAS.

           COPY "PDIMPRESSAO.cob".
