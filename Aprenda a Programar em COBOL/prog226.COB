       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG226.
      *    relatorio de credito nao aplicado envelhecido - lista,
      *    por cliente, os creditos de creditos_cliente.dat ainda
      *    com saldo a aplicar ha mais de 30 dias da data do
      *    pagamento no banco, com a referencia do banco, o motivo
      *    de nao ter sido aplicado no retorno (PROG124), a idade e
      *    o saldo, para o financeiro cobrar a aplicacao (PROG225)
      *    ou devolver o dinheiro. Os creditos sem cliente
      *    identificado vem primeiro. O corte de dias sai do
      *    parametro DIAS-CREDITO-ABERTO do PROG176 quando
      *    cadastrado. A saida e carimbada pelo arquivo morto de
      *    impressoes (CREDABERTO_AAAAMMDD_NNN).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBCREDITO.cob".
           COPY "SBCLIENTE.cob".
           COPY "SBPARAMETRO.cob".
           COPY "SBIMPRESSAO.cob".
           SELECT RELATORIO-CREDITOS
               ASSIGN TO SAIDACREDITO
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           COPY "FDCREDITO.cob".
           COPY "FDCLIENTE.cob".
           COPY "FDPARAMETRO.cob".
           COPY "FDIMPRESSAO.cob".

       FD  RELATORIO-CREDITOS.
       01  LINHA-RELATORIO PIC X(90).

       WORKING-STORAGE SECTION.
           COPY "WSCALCDIAS.cob".
           COPY "WSPARAMETRO.cob".
           COPY "WSIMPRESSAO.cob".
       77  FIM-CREDITOS PIC X.
       77  PRIMEIRA-LEITURA PIC X.
       77  DATA-DE-HOJE PIC 9(8).
       77  DIAS-DE-HOJE PIC 9(8).
       77  DIAS-EM-ABERTO PIC S9(5).
       77  SALDO-DO-CREDITO PIC S9(8)V99.
      *    contingencia quando parametros.dat nao traz a chave.
       77  DIAS-PARA-COBRAR PIC 9(4) VALUE 30.
       77  CLIENTE-ATUAL PIC 9(4).
       77  TOTAL-CLIENTE PIC 9(10)V99.
       77  TOTAL-GERAL PIC 9(12)V99.
       77  QTD-CREDITOS PIC 9(6).

       01  CABECALHO-TITULO.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(37) VALUE
               "CREDITOS NAO APLICADOS - POSICAO EM".
           05 FILLER PIC X(1) VALUE SPACE.
           05 CAB-DATA PIC 9999/99/99.

       01  CABECALHO-CORTE.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(21) VALUE
               "Em aberto ha mais de ".
           05 CAB-DIAS PIC ZZZ9.
           05 FILLER PIC X(5) VALUE " dias".

       01  CABECALHO-COLUNAS.
           05 FILLER PIC X(39) VALUE
               "   Credito  Pago em     Referencia do b".
           05 FILLER PIC X(39) VALUE
               "anco      Doc  Mot  Dias      A aplicar".

       01  LINHA-CLIENTE.
           05 FILLER PIC X(9) VALUE "Cliente: ".
           05 LC-CODIGO PIC ZZZ9.
           05 FILLER PIC X(2) VALUE SPACE.
           05 LC-NOME PIC X(20).

       01  LINHA-DETALHE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 DET-CREDITO PIC ZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-DATA PIC 9999/99/99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-REFERENCIA PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-DOCUMENTO PIC ZZZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 DET-MOTIVO PIC X(1).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-DIAS PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-SALDO PIC ZZ,ZZZ,ZZ9.99.

       01  LINHA-TOTAL.
           05 FILLER PIC X(4) VALUE SPACES.
           05 TOT-DESCRICAO PIC X(27).
           05 FILLER PIC X(34) VALUE SPACES.
           05 TOT-VALOR PIC Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           ACCEPT DATA-DE-HOJE FROM DATE YYYYMMDD.

           MOVE DATA-DE-HOJE TO CALCDIAS-DATA.
           PERFORM CONVERTE-DATA-EM-DIAS.
           MOVE CALCDIAS-TOTAL TO DIAS-DE-HOJE.

           PERFORM CARREGA-PARAMETROS.
           MOVE "DIAS-CREDITO-ABERTO" TO PARAM-BUSCA-CHAVE.
           PERFORM BUSCA-PARAMETRO.
           IF PARAM-ACHADO = "S"
               MOVE PARAM-VALOR-LIDO TO DIAS-PARA-COBRAR.

      *    carimba a saida da rodada antes do OPEN.
           MOVE "PROG226" TO IMPRESSAO-PROGRAMA.
           MOVE "CREDABERTO" TO IMPRESSAO-PREFIXO.
           MOVE "SAIDACREDITO" TO IMPRESSAO-VARIAVEL.
           PERFORM MONTA-NOME-RELATORIO.

           OPEN INPUT ARQUIVO-CREDITOS.
           OPEN INPUT ARQUIVO-CLIENTE.
           OPEN OUTPUT RELATORIO-CREDITOS.

           MOVE ZEROS TO TOTAL-GERAL.
           MOVE ZEROS TO QTD-CREDITOS.
           MOVE "S" TO PRIMEIRA-LEITURA.

           PERFORM ESCREVE-CABECALHO.

      *    a chave alternada traz os creditos agrupados por
      *    cliente, os sem cliente (zeros) primeiro.
           MOVE ZEROS TO CRED-CLIENTE-CODIGO.
           MOVE "N" TO FIM-CREDITOS.

           START ARQUIVO-CREDITOS
               KEY IS NOT LESS THAN CRED-CLIENTE-CODIGO
               INVALID KEY
                   MOVE "S" TO FIM-CREDITOS.

           PERFORM AVALIA-CREDITO
               UNTIL FIM-CREDITOS = "S".

           IF PRIMEIRA-LEITURA = "S"
               MOVE SPACES TO LINHA-RELATORIO
               MOVE "Nenhum credito envelhecido" TO LINHA-RELATORIO
               PERFORM ESCREVE-LINHA
           ELSE
               PERFORM ESCREVE-TOTAL-CLIENTE.

           MOVE "Total geral nao aplicado..:" TO TOT-DESCRICAO.
           MOVE TOTAL-GERAL TO TOT-VALOR.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-TOTAL TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           CLOSE ARQUIVO-CREDITOS.
           CLOSE ARQUIVO-CLIENTE.
           CLOSE RELATORIO-CREDITOS.

           PERFORM GRAVA-INDICE-IMPRESSAO.

           DISPLAY "Creditos envelhecidos: " QTD-CREDITOS.
           DISPLAY "Relatorio gravado em " IMPRESSAO-NOME.
       PROGRAM-DONE.
      *    GOBACK devolve o controle ao menu quando chamado pelo
      *    PROG40, e encerra normalmente quando executado sozinho.
           GOBACK.

       ESCREVE-CABECALHO.
           MOVE DATA-DE-HOJE TO CAB-DATA.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE CABECALHO-TITULO TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE DIAS-PARA-COBRAR TO CAB-DIAS.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE CABECALHO-CORTE TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

       AVALIA-CREDITO.
           READ ARQUIVO-CREDITOS NEXT RECORD
               AT END
                   MOVE "S" TO FIM-CREDITOS.

           IF FIM-CREDITOS = "N"
               IF CRED-EM-ABERTO
                   PERFORM MEDE-CREDITO.

       MEDE-CREDITO.
           COMPUTE SALDO-DO-CREDITO =
               CRED-VALOR - CRED-VALOR-APLICADO.

           MOVE CRED-DATA TO CALCDIAS-DATA.
           PERFORM CONVERTE-DATA-EM-DIAS.
           COMPUTE DIAS-EM-ABERTO = DIAS-DE-HOJE - CALCDIAS-TOTAL.

           IF SALDO-DO-CREDITO > ZEROS AND
               DIAS-EM-ABERTO > DIAS-PARA-COBRAR
               PERFORM ESCREVE-CREDITO.

       ESCREVE-CREDITO.
           IF PRIMEIRA-LEITURA = "S"
               MOVE "N" TO PRIMEIRA-LEITURA
               PERFORM COMECA-CLIENTE
           ELSE
               IF CRED-CLIENTE-CODIGO NOT = CLIENTE-ATUAL
                   PERFORM ESCREVE-TOTAL-CLIENTE
                   PERFORM COMECA-CLIENTE.

           ADD 1 TO QTD-CREDITOS.
           ADD SALDO-DO-CREDITO TO TOTAL-CLIENTE.
           ADD SALDO-DO-CREDITO TO TOTAL-GERAL.

           MOVE CRED-NUMERO TO DET-CREDITO.
           MOVE CRED-DATA TO DET-DATA.
           MOVE CRED-REFERENCIA-BANCO TO DET-REFERENCIA.
           MOVE CRED-FATURA-INFORMADA TO DET-DOCUMENTO.
           MOVE CRED-MOTIVO TO DET-MOTIVO.
           MOVE DIAS-EM-ABERTO TO DET-DIAS.
           MOVE SALDO-DO-CREDITO TO DET-SALDO.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-DETALHE TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

       COMECA-CLIENTE.
           MOVE CRED-CLIENTE-CODIGO TO CLIENTE-ATUAL.
           MOVE ZEROS TO TOTAL-CLIENTE.

           MOVE CLIENTE-ATUAL TO CLIENTE-CODIGO.
           READ ARQUIVO-CLIENTE RECORD
               INVALID KEY
                   MOVE "NAO IDENTIFICADO" TO CLIENTE-NOME.

           MOVE CLIENTE-ATUAL TO LC-CODIGO.
           MOVE CLIENTE-NOME TO LC-NOME.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-CLIENTE TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE SPACES TO LINHA-RELATORIO.
           MOVE CABECALHO-COLUNAS TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

       ESCREVE-TOTAL-CLIENTE.
           MOVE "Total do cliente.........:" TO TOT-DESCRICAO.
           MOVE TOTAL-CLIENTE TO TOT-VALOR.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-TOTAL TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

       ESCREVE-LINHA.
           WRITE LINHA-RELATORIO.
           ADD 1 TO IMPRESSAO-LINHAS.

           COPY "PDCALCDIAS.cob".
           COPY "PDPARAMETRO.cob".
           COPY "PDIMPRESSAO.cob".
