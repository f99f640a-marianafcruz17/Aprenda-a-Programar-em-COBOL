       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG243.
      *    folhas cegas de contagem de inventario - lista os
      *    produtos de uma contagem congelada pelo PROG242 na ordem
      *    de localizacao no deposito (PRODUTO-LOCALIZACAO), com
      *    um espaco em branco para a quantidade contada e SEM o
      *    saldo do sistema, para o contador anotar o que ve e nao
      *    o que espera ver. A segunda contagem lista so os
      *    produtos que o PROG244 separou por diferenca grande, e
      *    deve ir para outro contador. A saida e carimbada pelo
      *    arquivo morto de impressoes (FOLHACONT_AAAAMMDD_NNN).
      *    Na base de treinamento (PROG273) a tela abre com o aviso
      *    de dados ficticios.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBINVENTARIO.cob".
           COPY "SBIMPRESSAO.cob".
           SELECT ARQUIVO-ORDENACAO
               ASSIGN TO "FOLHASORT.TMP".
           SELECT RELATORIO-FOLHAS
               ASSIGN TO SAIDAFOLHACONT
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY "SBPARAMETRO.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDINVENTARIO.cob".
           COPY "FDIMPRESSAO.cob".

       SD  ARQUIVO-ORDENACAO.
       01  ORDENACAO-REGISTRO.
           05 ORD-LOCALIZACAO PIC X(8).
           05 ORD-PRODUTO PIC 9(4).
           05 ORD-DESCRICAO PIC X(30).

       FD  RELATORIO-FOLHAS.
       01  LINHA-RELATORIO PIC X(80).
           COPY "FDPARAMETRO.cob".

       WORKING-STORAGE SECTION.
           COPY "WSPARAMETRO.cob".
           COPY "WSIMPRESSAO.cob".
       77  CONTAGEM-INFORMADA PIC 9(6).
       77  TIPO-DA-FOLHA PIC 9.
       77  FIM-INVENTARIO PIC X.
       77  FINAL-ARQUIVO PIC X.
       77  DATA-CONGELAMENTO PIC 9(8).
       77  TOTAL-NA-FOLHA PIC 9(6).

       01  CABECALHO-TITULO.
           05 FILLER PIC X(37) VALUE
               "FOLHA DE CONTAGEM DE INVENTARIO No. ".
           05 CAB-CONTAGEM PIC ZZZZZ9.
           05 FILLER PIC X(3) VALUE " - ".
           05 CAB-TIPO PIC X(17).

       01  CABECALHO-CONGELAMENTO.
           05 FILLER PIC X(27) VALUE "Estoque congelado em.....: ".
           05 CAB-DATA PIC 9999/99/99.

       01  CABECALHO-COLUNAS.
           05 FILLER PIC X(48) VALUE
               "Local     Prod  Descricao".
           05 FILLER PIC X(18) VALUE "Quantidade contada".

       01  LINHA-DETALHE.
           05 DET-LOCALIZACAO PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-PRODUTO PIC ZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-DESCRICAO PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(18) VALUE "__________________".

       01  LINHA-ASSINATURA.
           05 FILLER PIC X(40) VALUE
               "Contado por: ______________________ ".
           05 FILLER PIC X(40) VALUE
               "Data/hora: ____________________".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
      *    na base de treinamento a tela abre com o aviso de dados
      *    ficticios.
           PERFORM CARREGA-PARAMETROS.

           DISPLAY "Numero da contagem de inventario: ".
           ACCEPT CONTAGEM-INFORMADA.
           DISPLAY "Folha da 1-primeira ou 2-segunda contagem: ".
           ACCEPT TIPO-DA-FOLHA.

           IF TIPO-DA-FOLHA NOT = 2
               MOVE 1 TO TIPO-DA-FOLHA.

      *    carimba a saida da rodada antes do OPEN.
           MOVE "PROG243" TO IMPRESSAO-PROGRAMA.
           MOVE "FOLHACONT" TO IMPRESSAO-PREFIXO.
           MOVE "SAIDAFOLHACONT" TO IMPRESSAO-VARIAVEL.
           PERFORM MONTA-NOME-RELATORIO.

           OPEN INPUT ARQUIVO-INVENTARIO.

           MOVE ZEROS TO TOTAL-NA-FOLHA.
           MOVE ZEROS TO DATA-CONGELAMENTO.

           SORT ARQUIVO-ORDENACAO
               ON ASCENDING KEY ORD-LOCALIZACAO
               ON ASCENDING KEY ORD-PRODUTO
               INPUT PROCEDURE IS PREPARA-ORDENACAO
               OUTPUT PROCEDURE IS GERA-FOLHAS.

           CLOSE ARQUIVO-INVENTARIO.

           PERFORM GRAVA-INDICE-IMPRESSAO.

           IF TOTAL-NA-FOLHA = ZEROS
               DISPLAY "Nenhum produto a contar nesta folha".

           DISPLAY "Produtos na folha: " TOTAL-NA-FOLHA.
           DISPLAY "Folhas gravadas em " IMPRESSAO-NOME.
       PROGRAM-DONE.
      *    GOBACK devolve o controle ao menu quando chamado pelo
      *    PROG40, e encerra normalmente quando executado sozinho.
           GOBACK.

       PREPARA-ORDENACAO.
           MOVE CONTAGEM-INFORMADA TO INV-CONTAGEM.
           MOVE ZEROS TO INV-PRODUTO-CODIGO.
           MOVE "N" TO FIM-INVENTARIO.

           START ARQUIVO-INVENTARIO
               KEY IS NOT LESS THAN INV-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-INVENTARIO.

           PERFORM EXAMINA-LINHA
               UNTIL FIM-INVENTARIO = "S".

       EXAMINA-LINHA.
           READ ARQUIVO-INVENTARIO NEXT RECORD
               AT END
                   MOVE "S" TO FIM-INVENTARIO.

           IF FIM-INVENTARIO = "N"
               IF INV-CONTAGEM NOT = CONTAGEM-INFORMADA
                   MOVE "S" TO FIM-INVENTARIO
               ELSE
                   PERFORM SELECIONA-LINHA.

       SELECIONA-LINHA.
      *    a primeira folha traz a contagem inteira (mesmo o que
      *    ja foi contado, para a folha poder ser reimpressa); a
      *    segunda so o que espera recontagem.
           MOVE INV-DATA-CONGELAMENTO TO DATA-CONGELAMENTO.

           IF TIPO-DA-FOLHA = 1 AND NOT INV-LANCADO
               PERFORM LIBERA-LINHA
           ELSE
               IF TIPO-DA-FOLHA = 2 AND INV-PEDE-RECONTAGEM
                   PERFORM LIBERA-LINHA.

       LIBERA-LINHA.
           MOVE INV-LOCALIZACAO TO ORD-LOCALIZACAO.
           MOVE INV-PRODUTO-CODIGO TO ORD-PRODUTO.
           MOVE INV-DESCRICAO TO ORD-DESCRICAO.
           RELEASE ORDENACAO-REGISTRO.

       GERA-FOLHAS.
           OPEN OUTPUT RELATORIO-FOLHAS.

           MOVE CONTAGEM-INFORMADA TO CAB-CONTAGEM.
           IF TIPO-DA-FOLHA = 1
               MOVE "PRIMEIRA CONTAGEM" TO CAB-TIPO
           ELSE
               MOVE "SEGUNDA CONTAGEM" TO CAB-TIPO.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE CABECALHO-TITULO TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE DATA-CONGELAMENTO TO CAB-DATA.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE CABECALHO-CONGELAMENTO TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.
           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE SPACES TO LINHA-RELATORIO.
           MOVE CABECALHO-COLUNAS TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LEIA-PROXIMO-ORDENADO.

           PERFORM ESCREVE-PRODUTO
               UNTIL FINAL-ARQUIVO = "S".

           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-ASSINATURA TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           CLOSE RELATORIO-FOLHAS.

       LEIA-PROXIMO-ORDENADO.
           RETURN ARQUIVO-ORDENACAO RECORD AT END
               MOVE "S" TO FINAL-ARQUIVO.

       ESCREVE-PRODUTO.
           ADD 1 TO TOTAL-NA-FOLHA.

           MOVE ORD-LOCALIZACAO TO DET-LOCALIZACAO.
           MOVE ORD-PRODUTO TO DET-PRODUTO.
           MOVE ORD-DESCRICAO TO DET-DESCRICAO.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-DETALHE TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           PERFORM LEIA-PROXIMO-ORDENADO.

       ESCREVE-LINHA.
           WRITE LINHA-RELATORIO.
           ADD 1 TO IMPRESSAO-LINHAS.

           COPY "PDIMPRESSAO.cob".
           COPY "PDPARAMETRO.cob".
