       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG255.
      *    cobertura dos territorios de vendas (PROG253) - relatorio
      *    carimbado COBERTURA_AAAAMMDD_NNN em tres partes: as
      *    faixas de CEP sem nenhum territorio vigente hoje (as
      *    faixas vigentes ordenadas pelo CEP inicial e os buracos
      *    entre elas de 00000000 a 99999999, com a lista das UFs
      *    cobertas inteiras, que fecham os buracos dentro delas);
      *    os territorios vigentes ou futuros cujo vendedor nao
      *    existe ou nao esta ativo, que o PROG254 nao consegue
      *    realinhar; e os clientes que hoje nao caem em territorio
      *    nenhum e continuam com o vendedor dado na mao.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBTERRITORIO.cob".
           COPY "SBFUNCIONARIO.cob".
           COPY "SBCLIENTE.cob".
           COPY "SBIMPRESSAO.cob".
           SELECT ARQUIVO-ORDENACAO
               ASSIGN TO "TERRSORT.TMP".
           SELECT RELATORIO-COBERTURA
               ASSIGN TO SAIDACOBERTURA
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           COPY "FDTERRITORIO.cob".
           COPY "FDFUNCIONARIO.cob".
           COPY "FDCLIENTE.cob".
           COPY "FDIMPRESSAO.cob".

       SD  ARQUIVO-ORDENACAO.
       01  ORDENACAO-REGISTRO.
           05 ORD-CEP-INICIAL PIC 9(8).
           05 ORD-CEP-FINAL PIC 9(8).

       FD  RELATORIO-COBERTURA.
       01  LINHA-RELATORIO PIC X(80).

       WORKING-STORAGE SECTION.
           COPY "WSIMPRESSAO.cob".
           COPY "WSTERRITORIO.cob".
       77  DATA-DE-HOJE PIC 9(8).
       77  FIM-VARREDURA PIC X.
       77  FINAL-ARQUIVO PIC X.
       77  VENDEDOR-ACHADO PIC X.
      *    primeiro CEP ainda nao coberto pelas faixas ja lidas -
      *    um digito a mais para passar de 99999999.
       77  PROXIMO-CEP-LIVRE PIC 9(9).
       77  FIM-DA-FAIXA PIC 9(9).
       77  QTD-BURACOS PIC 9(5).
       77  QTD-UF-INTEIRA PIC 9(5).
       77  QTD-VENDEDOR-PROBLEMA PIC 9(5).
       77  QTD-CLIENTES-FORA PIC 9(5).

       01  CABECALHO-TITULO.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(38) VALUE
               "COBERTURA DOS TERRITORIOS - EM ".
           05 CAB-DATA PIC 9999/99/99.

       01  LINHA-BURACO.
           05 FILLER PIC X(4) VALUE SPACES.
           05 LB-CEP-INICIAL PIC 9(8).
           05 FILLER PIC X(3) VALUE " a ".
           05 LB-CEP-FINAL PIC 9(8).
           05 FILLER PIC X(20) VALUE "  sem territorio".

       01  LINHA-UF-INTEIRA.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(4) VALUE "UF ".
           05 LU-ESTADO PIC X(2).
           05 FILLER PIC X(24) VALUE " inteira no territorio ".
           05 LU-TERRITORIO PIC 9(3).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LU-NOME PIC X(20).

       01  LINHA-TERRITORIO.
           05 FILLER PIC X(4) VALUE SPACES.
           05 LT-CODIGO PIC 9(3).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LT-NOME PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LT-ESTADO PIC X(2).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LT-VENDEDOR PIC ZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LT-VENDEDOR-NOME PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LT-SITUACAO PIC X(15).

       01  LINHA-CLIENTE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 LC-CODIGO PIC 9(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LC-NOME PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LC-ESTADO PIC X(2).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LC-CEP PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LC-VENDEDOR PIC ZZZ9.

       01  LINHA-TOTAL.
           05 LTT-DESCRICAO PIC X(30).
           05 LTT-QUANTIDADE PIC ZZZZ9.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           ACCEPT DATA-DE-HOJE FROM DATE YYYYMMDD.

           PERFORM CARREGA-TERRITORIOS.

      *    carimba a saida da rodada antes do OPEN.
           MOVE "PROG255" TO IMPRESSAO-PROGRAMA.
           MOVE "COBERTURA" TO IMPRESSAO-PREFIXO.
           MOVE "SAIDACOBERTURA" TO IMPRESSAO-VARIAVEL.
           PERFORM MONTA-NOME-RELATORIO.

           OPEN OUTPUT RELATORIO-COBERTURA.

           MOVE ZEROS TO QTD-BURACOS.
           MOVE ZEROS TO QTD-UF-INTEIRA.
           MOVE ZEROS TO QTD-VENDEDOR-PROBLEMA.
           MOVE ZEROS TO QTD-CLIENTES-FORA.

           MOVE DATA-DE-HOJE TO CAB-DATA.
           MOVE CABECALHO-TITULO TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           SORT ARQUIVO-ORDENACAO
               ON ASCENDING KEY ORD-CEP-INICIAL
               INPUT PROCEDURE IS PREPARA-ORDENACAO
               OUTPUT PROCEDURE IS LISTA-BURACOS.

           PERFORM LISTA-UF-INTEIRA.

           OPEN INPUT ARQUIVO-FUNCIONARIO.
           PERFORM LISTA-VENDEDORES-PROBLEMA.
           CLOSE ARQUIVO-FUNCIONARIO.

           OPEN INPUT ARQUIVO-CLIENTE.
           PERFORM LISTA-CLIENTES-FORA.
           CLOSE ARQUIVO-CLIENTE.

           PERFORM IMPRIME-RESUMO.

           CLOSE RELATORIO-COBERTURA.

           PERFORM GRAVA-INDICE-IMPRESSAO.

           DISPLAY "Faixas de CEP sem territorio: " QTD-BURACOS.
           DISPLAY "Territorios - vendedor......: "
               QTD-VENDEDOR-PROBLEMA.
           DISPLAY "Clientes fora de territorio.: "
               QTD-CLIENTES-FORA.
           DISPLAY "Relatorio gravado em " IMPRESSAO-NOME.
       PROGRAM-DONE.
      *    GOBACK devolve o controle ao menu quando chamado pelo
      *    PROG40, e encerra normalmente quando executado sozinho.
           GOBACK.

      *    entram na ordenacao so as faixas de CEP vigentes hoje -
      *    a linha de UF inteira (0 a 99999999) cobriria o pais
      *    todo e esconderia os buracos, ela sai a parte.
       PREPARA-ORDENACAO.
           MOVE ZEROS TO TERRIT-INDICE.
           PERFORM SOLTA-FAIXA-VIGENTE
               TERRIT-QTD TIMES.

       SOLTA-FAIXA-VIGENTE.
           ADD 1 TO TERRIT-INDICE.

           IF TERRIT-TAB-INICIO (TERRIT-INDICE) NOT > DATA-DE-HOJE
               IF TERRIT-TAB-FIM (TERRIT-INDICE) = ZEROS OR
                   TERRIT-TAB-FIM (TERRIT-INDICE) NOT < DATA-DE-HOJE
                   IF TERRIT-TAB-CEP-INICIAL (TERRIT-INDICE) > ZEROS
                       OR TERRIT-TAB-CEP-FINAL (TERRIT-INDICE) <
                       99999999
                       MOVE TERRIT-TAB-CEP-INICIAL (TERRIT-INDICE)
                           TO ORD-CEP-INICIAL
                       MOVE TERRIT-TAB-CEP-FINAL (TERRIT-INDICE)
                           TO ORD-CEP-FINAL
                       RELEASE ORDENACAO-REGISTRO.

       LISTA-BURACOS.
           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.
           MOVE "Faixas de CEP sem territorio vigente:" TO
               LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE ZEROS TO PROXIMO-CEP-LIVRE.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LEIA-PROXIMA-FAIXA.

           PERFORM CONFERE-FAIXA
               UNTIL FINAL-ARQUIVO = "S".

           IF PROXIMO-CEP-LIVRE NOT > 99999999
               MOVE 99999999 TO FIM-DA-FAIXA
               PERFORM IMPRIME-BURACO.

       LEIA-PROXIMA-FAIXA.
           RETURN ARQUIVO-ORDENACAO RECORD AT END
               MOVE "S" TO FINAL-ARQUIVO.

       CONFERE-FAIXA.
           IF ORD-CEP-INICIAL > PROXIMO-CEP-LIVRE
               COMPUTE FIM-DA-FAIXA = ORD-CEP-INICIAL - 1
               PERFORM IMPRIME-BURACO.

           IF ORD-CEP-FINAL NOT < PROXIMO-CEP-LIVRE
               COMPUTE PROXIMO-CEP-LIVRE = ORD-CEP-FINAL + 1.

           PERFORM LEIA-PROXIMA-FAIXA.

       IMPRIME-BURACO.
           ADD 1 TO QTD-BURACOS.
           MOVE PROXIMO-CEP-LIVRE TO LB-CEP-INICIAL.
           MOVE FIM-DA-FAIXA TO LB-CEP-FINAL.
           MOVE LINHA-BURACO TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

       LISTA-UF-INTEIRA.
           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.
           MOVE "UFs cobertas inteiras (fecham os buracos nelas):"
               TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE ZEROS TO TERRIT-INDICE.
           PERFORM CONFERE-UF-INTEIRA
               TERRIT-QTD TIMES.

       CONFERE-UF-INTEIRA.
           ADD 1 TO TERRIT-INDICE.

           IF TERRIT-TAB-INICIO (TERRIT-INDICE) NOT > DATA-DE-HOJE
               IF TERRIT-TAB-FIM (TERRIT-INDICE) = ZEROS OR
                   TERRIT-TAB-FIM (TERRIT-INDICE) NOT < DATA-DE-HOJE
                   IF TERRIT-TAB-CEP-INICIAL (TERRIT-INDICE) = ZEROS
                       AND TERRIT-TAB-CEP-FINAL (TERRIT-INDICE) =
                       99999999
                       PERFORM IMPRIME-UF-INTEIRA.

       IMPRIME-UF-INTEIRA.
           ADD 1 TO QTD-UF-INTEIRA.
           MOVE TERRIT-TAB-ESTADO (TERRIT-INDICE) TO LU-ESTADO.
           MOVE TERRIT-TAB-CODIGO (TERRIT-INDICE) TO LU-TERRITORIO.
           MOVE TERRIT-TAB-NOME (TERRIT-INDICE) TO LU-NOME.
           MOVE LINHA-UF-INTEIRA TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

      *    territorio ja encerrado nao interessa; o que ainda vai
      *    comecar entra, para o vendedor ser acertado antes.
       LISTA-VENDEDORES-PROBLEMA.
           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.
           MOVE "Territorios com vendedor inexistente ou inativo:"
               TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE ZEROS TO TERRIT-INDICE.
           PERFORM CONFERE-VENDEDOR-TERRITORIO
               TERRIT-QTD TIMES.

       CONFERE-VENDEDOR-TERRITORIO.
           ADD 1 TO TERRIT-INDICE.

           IF TERRIT-TAB-FIM (TERRIT-INDICE) = ZEROS OR
               TERRIT-TAB-FIM (TERRIT-INDICE) NOT < DATA-DE-HOJE
               PERFORM LE-VENDEDOR
               IF VENDEDOR-ACHADO = "N"
                   MOVE SPACES TO LT-VENDEDOR-NOME
                   MOVE "NAO CADASTRADO" TO LT-SITUACAO
                   PERFORM IMPRIME-TERRITORIO
               ELSE
                   IF NOT FUNCIONARIO-ATIVO
                       MOVE FUNCIONARIO-NOME TO LT-VENDEDOR-NOME
                       PERFORM DESCREVE-SITUACAO
                       PERFORM IMPRIME-TERRITORIO.

       LE-VENDEDOR.
           MOVE TERRIT-TAB-VENDEDOR (TERRIT-INDICE) TO
               FUNCIONARIO-CODIGO.
           MOVE "S" TO VENDEDOR-ACHADO.

           READ ARQUIVO-FUNCIONARIO RECORD
               INVALID KEY
                   MOVE "N" TO VENDEDOR-ACHADO.

       DESCREVE-SITUACAO.
           MOVE "INATIVO" TO LT-SITUACAO.

           IF FUNCIONARIO-AFASTADO
               MOVE "AFASTADO" TO LT-SITUACAO.

           IF FUNCIONARIO-EXCLUIDO
               MOVE "EXCLUIDO" TO LT-SITUACAO.

       IMPRIME-TERRITORIO.
           ADD 1 TO QTD-VENDEDOR-PROBLEMA.
           MOVE TERRIT-TAB-CODIGO (TERRIT-INDICE) TO LT-CODIGO.
           MOVE TERRIT-TAB-NOME (TERRIT-INDICE) TO LT-NOME.
           MOVE TERRIT-TAB-ESTADO (TERRIT-INDICE) TO LT-ESTADO.
           MOVE TERRIT-TAB-VENDEDOR (TERRIT-INDICE) TO LT-VENDEDOR.
           MOVE LINHA-TERRITORIO TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

       LISTA-CLIENTES-FORA.
           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.
           MOVE "Clientes fora de qualquer territorio vigente:" TO
               LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE ZEROS TO CLIENTE-CODIGO.
           MOVE "N" TO FIM-VARREDURA.

           START ARQUIVO-CLIENTE
               KEY IS NOT LESS THAN CLIENTE-CODIGO
               INVALID KEY
                   MOVE "S" TO FIM-VARREDURA.

           PERFORM CONFERE-CLIENTE
               UNTIL FIM-VARREDURA = "S".

       CONFERE-CLIENTE.
           READ ARQUIVO-CLIENTE NEXT RECORD
               AT END
                   MOVE "S" TO FIM-VARREDURA.

           IF FIM-VARREDURA = "N"
               MOVE CLIENTE-ESTADO TO TERRIT-BUSCA-ESTADO
               MOVE CLIENTE-CEP TO TERRIT-BUSCA-CEP
               MOVE DATA-DE-HOJE TO TERRIT-BUSCA-DATA
               PERFORM BUSCA-TERRITORIO
               IF TERRIT-ACHADO = "N"
                   PERFORM IMPRIME-CLIENTE-FORA.

       IMPRIME-CLIENTE-FORA.
           ADD 1 TO QTD-CLIENTES-FORA.
           MOVE CLIENTE-CODIGO TO LC-CODIGO.
           MOVE CLIENTE-NOME TO LC-NOME.
           MOVE CLIENTE-ESTADO TO LC-ESTADO.
           MOVE CLIENTE-CEP TO LC-CEP.
           MOVE CLIENTE-FUNCIONARIO-CODIGO TO LC-VENDEDOR.
           MOVE LINHA-CLIENTE TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

       IMPRIME-RESUMO.
           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE "Faixas de CEP sem territorio" TO LTT-DESCRICAO.
           MOVE QTD-BURACOS TO LTT-QUANTIDADE.
           PERFORM IMPRIME-TOTAL.
           MOVE "UFs cobertas inteiras" TO LTT-DESCRICAO.
           MOVE QTD-UF-INTEIRA TO LTT-QUANTIDADE.
           PERFORM IMPRIME-TOTAL.
           MOVE "Territorios - vendedor" TO LTT-DESCRICAO.
           MOVE QTD-VENDEDOR-PROBLEMA TO LTT-QUANTIDADE.
           PERFORM IMPRIME-TOTAL.
           MOVE "Clientes fora de territorio" TO LTT-DESCRICAO.
           MOVE QTD-CLIENTES-FORA TO LTT-QUANTIDADE.
           PERFORM IMPRIME-TOTAL.

       IMPRIME-TOTAL.
           MOVE LINHA-TOTAL TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

       ESCREVE-LINHA.
           WRITE LINHA-RELATORIO.
           ADD 1 TO IMPRESSAO-LINHAS.

           COPY "PDTERRITORIO.cob".
           COPY "PDIMPRESSAO.cob".
