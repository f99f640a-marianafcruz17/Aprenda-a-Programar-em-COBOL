       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG245.
      *    relatorio de diferencas de inventario para aprovacao -
      *    para cada produto de uma contagem do PROG242 mostra o
      *    saldo congelado, a quantidade contada (a segunda
      *    contagem quando houve), a diferenca em quantidade e em
      *    valor pelo custo medio congelado, e marca o que ainda
      *    nao foi contado ou espera recontagem. Fecha com as
      *    sobras, as faltas e o liquido em valor, e o espaco para
      *    a assinatura de quem aprova - so com a folha aprovada o
      *    PROG246 lanca os ajustes no estoque. A saida e carimbada
      *    pelo arquivo morto de impressoes (DIFINVENT_AAAAMMDD_NNN).
      *    Na base de treinamento (PROG273) a tela abre com o aviso
      *    de dados ficticios.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBINVENTARIO.cob".
           COPY "SBIMPRESSAO.cob".
           SELECT RELATORIO-DIFERENCAS
               ASSIGN TO SAIDADIFINVENT
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY "SBPARAMETRO.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDINVENTARIO.cob".
           COPY "FDIMPRESSAO.cob".

       FD  RELATORIO-DIFERENCAS.
       01  LINHA-RELATORIO PIC X(132).
           COPY "FDPARAMETRO.cob".

       WORKING-STORAGE SECTION.
           COPY "WSPARAMETRO.cob".
           COPY "WSIMPRESSAO.cob".
       77  CONTAGEM-INFORMADA PIC 9(6).
       77  FIM-INVENTARIO PIC X.
       77  QUANTIDADE-FINAL PIC 9(6).
       77  DIFERENCA PIC S9(7).
       77  VALOR-DIFERENCA PIC S9(10)V99.
       77  TOTAL-PRODUTOS PIC 9(6).
       77  TOTAL-PENDENTES PIC 9(6).
       77  TOTAL-COM-DIFERENCA PIC 9(6).
       77  VALOR-SOBRAS PIC S9(12)V99.
       77  VALOR-FALTAS PIC S9(12)V99.
       77  VALOR-LIQUIDO PIC S9(12)V99.

       01  CABECALHO-TITULO.
           05 FILLER PIC X(15) VALUE SPACES.
           05 FILLER PIC X(36) VALUE
               "DIFERENCAS DE INVENTARIO - CONTAGEM ".
           05 CAB-CONTAGEM PIC ZZZZZ9.
           05 FILLER PIC X(16) VALUE " - CONGELADA EM ".
           05 CAB-DATA PIC 9999/99/99.

       01  CABECALHO-COLUNAS.
           05 FILLER PIC X(46) VALUE
               "Local     Prod  Descricao".
           05 FILLER PIC X(10) VALUE " Congelado".
           05 FILLER PIC X(9) VALUE "  Contado".
           05 FILLER PIC X(10) VALUE " Diferenca".
           05 FILLER PIC X(12) VALUE "  Custo unit".
           05 FILLER PIC X(16) VALUE "      Valor dif.".
           05 FILLER PIC X(12) VALUE "  Observacao".

       01  LINHA-DETALHE.
           05 DET-LOCALIZACAO PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-PRODUTO PIC ZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-DESCRICAO PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-CONGELADO PIC -ZZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-CONTADO PIC ZZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-DIFERENCA PIC -ZZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-CUSTO PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-VALOR PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-OBSERVACAO PIC X(16).

       01  LINHA-TOTAL.
           05 TOT-ROTULO PIC X(34).
           05 TOT-VALOR PIC -ZZZ,ZZZ,ZZ9.99.

       01  LINHA-CONTAGEM.
           05 CNT-ROTULO PIC X(34).
           05 CNT-QUANTIDADE PIC ZZZ,ZZ9.

       01  LINHA-ASSINATURA.
           05 FILLER PIC X(44) VALUE
               "Aprovado por: ______________________________".
           05 FILLER PIC X(30) VALUE
               "  Data: ____________________".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
      *    na base de treinamento a tela abre com o aviso de dados
      *    ficticios.
           PERFORM CARREGA-PARAMETROS.

           DISPLAY "Numero da contagem de inventario: ".
           ACCEPT CONTAGEM-INFORMADA.

      *    carimba a saida da rodada antes do OPEN.
           MOVE "PROG245" TO IMPRESSAO-PROGRAMA.
           MOVE "DIFINVENT" TO IMPRESSAO-PREFIXO.
           MOVE "SAIDADIFINVENT" TO IMPRESSAO-VARIAVEL.
           PERFORM MONTA-NOME-RELATORIO.

           OPEN INPUT ARQUIVO-INVENTARIO.
           OPEN OUTPUT RELATORIO-DIFERENCAS.

           MOVE ZEROS TO TOTAL-PRODUTOS.
           MOVE ZEROS TO TOTAL-PENDENTES.
           MOVE ZEROS TO TOTAL-COM-DIFERENCA.
           MOVE ZEROS TO VALOR-SOBRAS.
           MOVE ZEROS TO VALOR-FALTAS.

           MOVE CONTAGEM-INFORMADA TO INV-CONTAGEM.
           MOVE ZEROS TO INV-PRODUTO-CODIGO.
           MOVE "N" TO FIM-INVENTARIO.

           START ARQUIVO-INVENTARIO
               KEY IS NOT LESS THAN INV-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-INVENTARIO.

           PERFORM LEIA-PROXIMA-LINHA.

           IF FIM-INVENTARIO = "N"
               PERFORM ESCREVE-CABECALHO.

           PERFORM ESCREVE-DIFERENCA
               UNTIL FIM-INVENTARIO = "S".

           IF TOTAL-PRODUTOS > ZEROS
               PERFORM ESCREVE-TOTAIS.

           CLOSE ARQUIVO-INVENTARIO.
           CLOSE RELATORIO-DIFERENCAS.

           PERFORM GRAVA-INDICE-IMPRESSAO.

           IF TOTAL-PRODUTOS = ZEROS
               DISPLAY "Contagem nao encontrada".

           IF TOTAL-PENDENTES > ZEROS
               DISPLAY "ATENCAO: " TOTAL-PENDENTES
                   " produtos ainda sem contagem final".

           DISPLAY "Produtos com diferenca: " TOTAL-COM-DIFERENCA.
           DISPLAY "Relatorio gravado em " IMPRESSAO-NOME.
       PROGRAM-DONE.
      *    GOBACK devolve o controle ao menu quando chamado pelo
      *    PROG40, e encerra normalmente quando executado sozinho.
           GOBACK.

       LEIA-PROXIMA-LINHA.
           IF FIM-INVENTARIO = "N"
               READ ARQUIVO-INVENTARIO NEXT RECORD
                   AT END
                       MOVE "S" TO FIM-INVENTARIO.

           IF FIM-INVENTARIO = "N"
               IF INV-CONTAGEM NOT = CONTAGEM-INFORMADA
                   MOVE "S" TO FIM-INVENTARIO.

       ESCREVE-CABECALHO.
           MOVE CONTAGEM-INFORMADA TO CAB-CONTAGEM.
           MOVE INV-DATA-CONGELAMENTO TO CAB-DATA.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE CABECALHO-TITULO TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.
           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE SPACES TO LINHA-RELATORIO.
           MOVE CABECALHO-COLUNAS TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

       ESCREVE-DIFERENCA.
           ADD 1 TO TOTAL-PRODUTOS.

           MOVE INV-LOCALIZACAO TO DET-LOCALIZACAO.
           MOVE INV-PRODUTO-CODIGO TO DET-PRODUTO.
           MOVE INV-DESCRICAO TO DET-DESCRICAO.
           MOVE INV-SALDO-CONGELADO TO DET-CONGELADO.
           MOVE INV-CUSTO-UNITARIO TO DET-CUSTO.

           IF INV-CONGELADO OR INV-PEDE-RECONTAGEM
               PERFORM MONTA-LINHA-PENDENTE
           ELSE
               PERFORM MONTA-LINHA-CONTADA.

           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-DETALHE TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           PERFORM LEIA-PROXIMA-LINHA.

       MONTA-LINHA-PENDENTE.
           ADD 1 TO TOTAL-PENDENTES.
           MOVE ZEROS TO DET-CONTADO.
           MOVE ZEROS TO DET-DIFERENCA.
           MOVE ZEROS TO DET-VALOR.

           IF INV-CONGELADO
               MOVE "NAO CONTADO" TO DET-OBSERVACAO
           ELSE
               MOVE "AGUARDA 2a CONT." TO DET-OBSERVACAO.

       MONTA-LINHA-CONTADA.
      *    a segunda contagem, quando houve, e a que vale.
           IF INV-RECONTADO
               MOVE INV-SEGUNDA-CONTAGEM TO QUANTIDADE-FINAL
               MOVE "2a CONTAGEM" TO DET-OBSERVACAO
           ELSE
               MOVE INV-PRIMEIRA-CONTAGEM TO QUANTIDADE-FINAL
               MOVE SPACES TO DET-OBSERVACAO.

           IF INV-LANCADO
               MOVE "JA LANCADO" TO DET-OBSERVACAO.

           COMPUTE DIFERENCA =
               QUANTIDADE-FINAL - INV-SALDO-CONGELADO.
           COMPUTE VALOR-DIFERENCA =
               DIFERENCA * INV-CUSTO-UNITARIO.

           IF DIFERENCA NOT = ZEROS
               ADD 1 TO TOTAL-COM-DIFERENCA.

           IF VALOR-DIFERENCA > ZEROS
               ADD VALOR-DIFERENCA TO VALOR-SOBRAS
           ELSE
               ADD VALOR-DIFERENCA TO VALOR-FALTAS.

           MOVE QUANTIDADE-FINAL TO DET-CONTADO.
           MOVE DIFERENCA TO DET-DIFERENCA.
           MOVE VALOR-DIFERENCA TO DET-VALOR.

       ESCREVE-TOTAIS.
           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE "Produtos na contagem.............:" TO CNT-ROTULO.
           MOVE TOTAL-PRODUTOS TO CNT-QUANTIDADE.
           PERFORM ESCREVE-CONTAGEM.
           MOVE "Produtos com diferenca...........:" TO CNT-ROTULO.
           MOVE TOTAL-COM-DIFERENCA TO CNT-QUANTIDADE.
           PERFORM ESCREVE-CONTAGEM.
           MOVE "Produtos sem contagem final......:" TO CNT-ROTULO.
           MOVE TOTAL-PENDENTES TO CNT-QUANTIDADE.
           PERFORM ESCREVE-CONTAGEM.

           COMPUTE VALOR-LIQUIDO = VALOR-SOBRAS + VALOR-FALTAS.

           MOVE "Sobras em valor..................:" TO TOT-ROTULO.
           MOVE VALOR-SOBRAS TO TOT-VALOR.
           PERFORM ESCREVE-TOTAL.
           MOVE "Faltas em valor..................:" TO TOT-ROTULO.
           MOVE VALOR-FALTAS TO TOT-VALOR.
           PERFORM ESCREVE-TOTAL.
           MOVE "Diferenca liquida................:" TO TOT-ROTULO.
           MOVE VALOR-LIQUIDO TO TOT-VALOR.
           PERFORM ESCREVE-TOTAL.

           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-ASSINATURA TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

       ESCREVE-CONTAGEM.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-CONTAGEM TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

       ESCREVE-TOTAL.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-TOTAL TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

       ESCREVE-LINHA.
           WRITE LINHA-RELATORIO.
           ADD 1 TO IMPRESSAO-LINHAS.

           COPY "PDIMPRESSAO.cob".
           COPY "PDPARAMETRO.cob".
