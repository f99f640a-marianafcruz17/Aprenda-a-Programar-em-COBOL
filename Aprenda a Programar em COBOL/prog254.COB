       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG254.
      *    realinhamento da carteira de clientes pelos territorios
      *    de vendas (PROG253) - batch noturno que varre o cadastro
      *    como o repasse do PROG108, acha o territorio vigente
      *    hoje para a UF e o CEP de cada cliente e, quando o
      *    vendedor do territorio nao e o do cliente, reescreve
      *    CLIENTE-FUNCIONARIO-CODIGO. Cada troca sai na trilha de
      *    auditoria (campo VENDEDOR, antes e depois) e numa linha
      *    do relatorio carimbado REALINHA_AAAAMMDD_NNN. Vendedor
      *    de territorio que nao esta ativo nao recebe carteira: o
      *    cliente fica como esta e a linha sai marcada, ate o
      *    territorio ser corrigido (o PROG255 aponta o caso).
      *    Cliente fora de qualquer territorio nao e mexido.
      *    Com a janela batch noturna no ar (trava do PROG177) a
      *    atualizacao e recusada logo na entrada.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBCLIENTE.cob".
           COPY "SBFUNCIONARIO.cob".
           COPY "SBTERRITORIO.cob".
           COPY "SBAUDITORIA.cob".
           COPY "SBEXECUCAO.cob".
           COPY "SBIMPRESSAO.cob".
           SELECT RELATORIO-REALINHAMENTO
               ASSIGN TO SAIDAREALINHA
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY "SBJANELA.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDCLIENTE.cob".
           COPY "FDFUNCIONARIO.cob".
           COPY "FDTERRITORIO.cob".
           COPY "FDAUDITORIA.cob".
           COPY "FDEXECUCAO.cob".
           COPY "FDIMPRESSAO.cob".

       FD  RELATORIO-REALINHAMENTO.
       01  LINHA-RELATORIO PIC X(80).
           COPY "FDJANELA.cob".

       WORKING-STORAGE SECTION.
           COPY "WSJANELA.cob".
           COPY "WSIMPRESSAO.cob".
           COPY "WSTERRITORIO.cob".
      *    inicio da rodada, guardado para o registro do log
      *    central de execucoes.
       77  EXECUCAO-DATA-INICIO PIC 9(8).
       77  EXECUCAO-HORA-INICIO PIC 9(8).
       77  FIM-VARREDURA PIC X.
       77  VENDEDOR-ATIVO PIC X.
       77  VENDEDOR-ANTERIOR PIC 9(4).
       77  TOTAL-LIDOS PIC 9(5).
       77  TOTAL-REALINHADOS PIC 9(5).
       77  TOTAL-SEM-TERRITORIO PIC 9(5).
       77  TOTAL-VENDEDOR-INATIVO PIC 9(5).
       77  TOTAL-ERROS PIC 9(5).

       01  CABECALHO-TITULO.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(38) VALUE
               "REALINHAMENTO DA CARTEIRA - EM ".
           05 CAB-DATA PIC 9999/99/99.

       01  CABECALHO-COLUNAS.
           05 FILLER PIC X(6) VALUE "Cod".
           05 FILLER PIC X(22) VALUE "Cliente".
           05 FILLER PIC X(4) VALUE "UF".
           05 FILLER PIC X(10) VALUE "CEP".
           05 FILLER PIC X(6) VALUE "Terr".
           05 FILLER PIC X(6) VALUE "  De".
           05 FILLER PIC X(6) VALUE "Para".
           05 FILLER PIC X(20) VALUE "Situacao".

       01  LINHA-CLIENTE.
           05 LC-CODIGO PIC 9(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LC-NOME PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LC-ESTADO PIC X(2).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LC-CEP PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LC-TERRITORIO PIC 9(3).
           05 FILLER PIC X(3) VALUE SPACES.
           05 LC-DE PIC ZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LC-PARA PIC ZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LC-SITUACAO PIC X(20).

       01  LINHA-TOTAL.
           05 LT-DESCRICAO PIC X(30).
           05 LT-QUANTIDADE PIC ZZZZ9.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
      *    com a janela batch no ar a atualizacao fica parada - a
      *    trava e do orquestrador PROG177.
           MOVE "PROG254" TO JANELA-PROGRAMA.
           PERFORM CONFERE-JANELA-BATCH.
           IF JANELA-BLOQUEIO = "S"
               GOBACK.

           ACCEPT EXECUCAO-DATA-INICIO FROM DATE YYYYMMDD.
           ACCEPT EXECUCAO-HORA-INICIO FROM TIME.

           PERFORM CARREGA-TERRITORIOS.

      *    carimba a saida da rodada antes do OPEN.
           MOVE "PROG254" TO IMPRESSAO-PROGRAMA.
           MOVE "REALINHA" TO IMPRESSAO-PREFIXO.
           MOVE "SAIDAREALINHA" TO IMPRESSAO-VARIAVEL.
           PERFORM MONTA-NOME-RELATORIO.

           OPEN I-O ARQUIVO-CLIENTE.
           OPEN INPUT ARQUIVO-FUNCIONARIO.
           OPEN EXTEND ARQUIVO-AUDITORIA.
           OPEN OUTPUT RELATORIO-REALINHAMENTO.

           MOVE ZEROS TO TOTAL-LIDOS.
           MOVE ZEROS TO TOTAL-REALINHADOS.
           MOVE ZEROS TO TOTAL-SEM-TERRITORIO.
           MOVE ZEROS TO TOTAL-VENDEDOR-INATIVO.
           MOVE ZEROS TO TOTAL-ERROS.

           PERFORM IMPRIME-CABECALHO.
           PERFORM REALINHA-CLIENTES.
           PERFORM IMPRIME-RESUMO.

           CLOSE ARQUIVO-CLIENTE.
           CLOSE ARQUIVO-FUNCIONARIO.
           CLOSE ARQUIVO-AUDITORIA.
           CLOSE RELATORIO-REALINHAMENTO.

           PERFORM GRAVA-INDICE-IMPRESSAO.

           DISPLAY "Clientes lidos......: " TOTAL-LIDOS.
           DISPLAY "Clientes realinhados: " TOTAL-REALINHADOS.
           DISPLAY "Vendedor inativo....: " TOTAL-VENDEDOR-INATIVO.
           DISPLAY "Sem territorio......: " TOTAL-SEM-TERRITORIO.
           DISPLAY "Relatorio gravado em " IMPRESSAO-NOME.
           PERFORM GRAVA-EXECUCAO.
       PROGRAM-DONE.
      *    GOBACK devolve o controle ao menu quando chamado pelo
      *    PROG40, e encerra normalmente quando executado sozinho.
           GOBACK.

       REALINHA-CLIENTES.
      *    varre o cadastro inteiro - CLIENTE-FUNCIONARIO-CODIGO
      *    nao e chave, nao ha atalho de indice.
           MOVE ZEROS TO CLIENTE-CODIGO.
           MOVE "N" TO FIM-VARREDURA.

           START ARQUIVO-CLIENTE
               KEY IS NOT LESS THAN CLIENTE-CODIGO
               INVALID KEY
                   MOVE "S" TO FIM-VARREDURA.

           PERFORM REALINHA-UM-CLIENTE
               UNTIL FIM-VARREDURA = "S".

       REALINHA-UM-CLIENTE.
           READ ARQUIVO-CLIENTE NEXT RECORD
               AT END
                   MOVE "S" TO FIM-VARREDURA.

           IF FIM-VARREDURA = "N"
               ADD 1 TO TOTAL-LIDOS
               PERFORM CONFERE-TERRITORIO-CLIENTE.

       CONFERE-TERRITORIO-CLIENTE.
           MOVE CLIENTE-ESTADO TO TERRIT-BUSCA-ESTADO.
           MOVE CLIENTE-CEP TO TERRIT-BUSCA-CEP.
           MOVE EXECUCAO-DATA-INICIO TO TERRIT-BUSCA-DATA.
           PERFORM BUSCA-TERRITORIO.

           IF TERRIT-ACHADO = "N"
               ADD 1 TO TOTAL-SEM-TERRITORIO
           ELSE
               IF TERRIT-VENDEDOR-ACHADO NOT =
                   CLIENTE-FUNCIONARIO-CODIGO
                   PERFORM MUDA-VENDEDOR-CLIENTE.

       MUDA-VENDEDOR-CLIENTE.
           MOVE CLIENTE-FUNCIONARIO-CODIGO TO VENDEDOR-ANTERIOR.
           PERFORM CONFERE-VENDEDOR-ATIVO.

      *    ninguem recebe carteira sem estar ativo - a mesma regra
      *    do receptor no repasse do PROG108.
           IF VENDEDOR-ATIVO = "N"
               ADD 1 TO TOTAL-VENDEDOR-INATIVO
               MOVE "VENDEDOR INATIVO" TO LC-SITUACAO
               PERFORM IMPRIME-CLIENTE
           ELSE
               MOVE TERRIT-VENDEDOR-ACHADO TO
                   CLIENTE-FUNCIONARIO-CODIGO
               PERFORM REESCREVE-CLIENTE.

       CONFERE-VENDEDOR-ATIVO.
           MOVE TERRIT-VENDEDOR-ACHADO TO FUNCIONARIO-CODIGO.
           MOVE "S" TO VENDEDOR-ATIVO.

           READ ARQUIVO-FUNCIONARIO RECORD
               INVALID KEY
                   MOVE "N" TO VENDEDOR-ATIVO.

           IF VENDEDOR-ATIVO = "S"
               IF NOT FUNCIONARIO-ATIVO
                   MOVE "N" TO VENDEDOR-ATIVO.

       REESCREVE-CLIENTE.
           REWRITE CLIENTE-REGISTRO
               INVALID KEY
                   ADD 1 TO TOTAL-ERROS
                   MOVE "ERRO NA GRAVACAO" TO LC-SITUACAO
                   PERFORM IMPRIME-CLIENTE
               NOT INVALID KEY
                   ADD 1 TO TOTAL-REALINHADOS
                   PERFORM GRAVA-AUDITORIA-VENDEDOR
                   MOVE "REALINHADO" TO LC-SITUACAO
                   PERFORM IMPRIME-CLIENTE.

       GRAVA-AUDITORIA-VENDEDOR.
           ACCEPT AUD-DATA FROM DATE YYYYMMDD.
           ACCEPT AUD-HORA FROM TIME.
           MOVE "A" TO AUD-OPERACAO.
           MOVE "BATCH" TO AUD-OPERADOR.
           MOVE CLIENTE-CODIGO TO AUD-CODIGO.
           MOVE "CLI" TO AUD-ARQUIVO.
           MOVE CLIENTE-CODIGO TO AUD-CHAVE.
           MOVE "VENDEDOR" TO AUD-CAMPO.
           MOVE VENDEDOR-ANTERIOR TO AUD-VALOR-ANTES.
           MOVE CLIENTE-FUNCIONARIO-CODIGO TO AUD-VALOR-DEPOIS.
           WRITE AUDITORIA-REGISTRO.

       IMPRIME-CABECALHO.
           MOVE EXECUCAO-DATA-INICIO TO CAB-DATA.
           MOVE CABECALHO-TITULO TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.
           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.
           MOVE CABECALHO-COLUNAS TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

       IMPRIME-CLIENTE.
           MOVE CLIENTE-CODIGO TO LC-CODIGO.
           MOVE CLIENTE-NOME TO LC-NOME.
           MOVE CLIENTE-ESTADO TO LC-ESTADO.
           MOVE CLIENTE-CEP TO LC-CEP.
           MOVE TERRIT-CODIGO-ACHADO TO LC-TERRITORIO.
           MOVE VENDEDOR-ANTERIOR TO LC-DE.
           MOVE TERRIT-VENDEDOR-ACHADO TO LC-PARA.
           MOVE LINHA-CLIENTE TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

       IMPRIME-RESUMO.
           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE "Clientes lidos" TO LT-DESCRICAO.
           MOVE TOTAL-LIDOS TO LT-QUANTIDADE.
           PERFORM IMPRIME-TOTAL.
           MOVE "Clientes realinhados" TO LT-DESCRICAO.
           MOVE TOTAL-REALINHADOS TO LT-QUANTIDADE.
           PERFORM IMPRIME-TOTAL.
           MOVE "Mantidos - vendedor inativo" TO LT-DESCRICAO.
           MOVE TOTAL-VENDEDOR-INATIVO TO LT-QUANTIDADE.
           PERFORM IMPRIME-TOTAL.
           MOVE "Fora de qualquer territorio" TO LT-DESCRICAO.
           MOVE TOTAL-SEM-TERRITORIO TO LT-QUANTIDADE.
           PERFORM IMPRIME-TOTAL.

       IMPRIME-TOTAL.
           MOVE LINHA-TOTAL TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

       ESCREVE-LINHA.
           WRITE LINHA-RELATORIO.
           ADD 1 TO IMPRESSAO-LINHAS.

       GRAVA-EXECUCAO.
      *    anexa a rodada ao log central de execucoes, de onde o
      *    resumo matinal do PROG118 le a janela da noite.
           OPEN EXTEND ARQUIVO-EXECUCOES.
           MOVE "PROG254" TO EXEC-PROGRAMA.
           MOVE EXECUCAO-DATA-INICIO TO EXEC-DATA-INICIO.
           MOVE EXECUCAO-HORA-INICIO TO EXEC-HORA-INICIO.
           ACCEPT EXEC-DATA-FIM FROM DATE YYYYMMDD.
           ACCEPT EXEC-HORA-FIM FROM TIME.
           MOVE TOTAL-LIDOS TO EXEC-LIDOS.
           MOVE TOTAL-REALINHADOS TO EXEC-GRAVADOS.
           COMPUTE EXEC-REJEITADOS = TOTAL-VENDEDOR-INATIVO +
               TOTAL-ERROS.

           IF EXEC-REJEITADOS > ZEROS
               MOVE "RJ" TO EXEC-RESULTADO
           ELSE
               MOVE "OK" TO EXEC-RESULTADO.

           WRITE EXECUCAO-REGISTRO.
           CLOSE ARQUIVO-EXECUCOES.

           COPY "PDTERRITORIO.cob".
           COPY "PDIMPRESSAO.cob".
           COPY "PDJANELA.cob".
