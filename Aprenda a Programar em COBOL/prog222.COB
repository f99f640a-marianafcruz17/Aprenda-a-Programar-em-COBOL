       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG222.
      *    relatorio mensal de provisao para perdas do contas a
      *    receber - lista, por vendedor (CLIENTE-FUNCIONARIO-
      *    CODIGO) e cliente, as faturas em aberto vencidas ha mais
      *    de 180 dias na data da rodada que ainda nao foram
      *    baixadas como perda (PROG221/PROG174), com o saldo a
      *    provisionar e o total por vendedor e geral. O corte de
      *    dias sai do parametro DIAS-PROVISAO-PERDA do PROG176
      *    quando cadastrado. A saida e carimbada pelo arquivo
      *    morto de impressoes (PROVISAO_AAAAMMDD_NNN).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBFATURA.cob".
           COPY "SBCLIENTE.cob".
           COPY "SBPARAMETRO.cob".
           COPY "SBIMPRESSAO.cob".
           SELECT ARQUIVO-ORDENACAO
               ASSIGN TO "PROVISAOSORT.TMP".
           SELECT RELATORIO-PROVISAO
               ASSIGN TO SAIDAPROVISA
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           COPY "FDFATURA.cob".
           COPY "FDCLIENTE.cob".
           COPY "FDPARAMETRO.cob".
           COPY "FDIMPRESSAO.cob".

       SD  ARQUIVO-ORDENACAO.
       01  ORDENACAO-REGISTRO.
           05 ORD-VENDEDOR PIC 9(4).
           05 ORD-CLIENTE PIC 9(4).
           05 ORD-VENCIMENTO PIC 9(8).
           05 ORD-FATURA PIC 9(6).
           05 ORD-DIAS PIC 9(5).
           05 ORD-SALDO PIC 9(8)V99.

       FD  RELATORIO-PROVISAO.
       01  LINHA-RELATORIO PIC X(80).

       WORKING-STORAGE SECTION.
           COPY "WSCALCDIAS.cob".
           COPY "WSPARAMETRO.cob".
           COPY "WSIMPRESSAO.cob".
       77  FIM-FATURAS PIC X.
       77  FINAL-ARQUIVO PIC X.
       77  PRIMEIRA-LEITURA PIC X.
       77  DATA-DE-HOJE PIC 9(8).
       77  DIAS-DE-HOJE PIC 9(8).
       77  DIAS-DE-ATRASO PIC S9(5).
       77  SALDO-DA-FATURA PIC S9(8)V99.
      *    contingencia quando parametros.dat nao traz a chave.
       77  DIAS-PARA-PROVISAO PIC 9(4) VALUE 180.
       77  VENDEDOR-ATUAL PIC 9(4).
       77  CLIENTE-ATUAL PIC 9(4).
       77  NOME-CLIENTE-ATUAL PIC X(20).
       77  TOTAL-CLIENTE PIC 9(10)V99.
       77  TOTAL-VENDEDOR PIC 9(10)V99.
       77  TOTAL-GERAL PIC 9(12)V99.
       77  QTD-FATURAS PIC 9(6).

       01  CABECALHO-TITULO.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(33) VALUE
               "PROVISAO PARA PERDAS - POSICAO EM".
           05 FILLER PIC X(1) VALUE SPACE.
           05 CAB-DATA PIC 9999/99/99.

       01  CABECALHO-CORTE.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(31) VALUE
               "Faturas vencidas ha mais de ".
           05 CAB-DIAS PIC ZZZ9.
           05 FILLER PIC X(25) VALUE
               " dias, nao baixadas".

       01  CABECALHO-COLUNAS.
           05 FILLER PIC X(40) VALUE
               "    Fatura  Vencimento   Dias           ".
           05 FILLER PIC X(15) VALUE "    Saldo".

       01  LINHA-VENDEDOR.
           05 FILLER PIC X(10) VALUE "Vendedor: ".
           05 LV-CODIGO PIC ZZZ9.

       01  LINHA-CLIENTE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(9) VALUE "Cliente: ".
           05 LC-CODIGO PIC ZZZ9.
           05 FILLER PIC X(2) VALUE SPACE.
           05 LC-NOME PIC X(20).

       01  LINHA-DETALHE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 DET-FATURA PIC ZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-VENCIMENTO PIC 9999/99/99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-DIAS PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-SALDO PIC ZZ,ZZZ,ZZ9.99.

       01  LINHA-TOTAL.
           05 FILLER PIC X(4) VALUE SPACES.
           05 TOT-DESCRICAO PIC X(27).
           05 TOT-VALOR PIC Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           ACCEPT DATA-DE-HOJE FROM DATE YYYYMMDD.

           MOVE DATA-DE-HOJE TO CALCDIAS-DATA.
           PERFORM CONVERTE-DATA-EM-DIAS.
           MOVE CALCDIAS-TOTAL TO DIAS-DE-HOJE.

           PERFORM CARREGA-PARAMETROS.
           MOVE "DIAS-PROVISAO-PERDA" TO PARAM-BUSCA-CHAVE.
           PERFORM BUSCA-PARAMETRO.
           IF PARAM-ACHADO = "S"
               MOVE PARAM-VALOR-LIDO TO DIAS-PARA-PROVISAO.

      *    carimba a saida da rodada antes do OPEN.
           MOVE "PROG222" TO IMPRESSAO-PROGRAMA.
           MOVE "PROVISAO" TO IMPRESSAO-PREFIXO.
           MOVE "SAIDAPROVISA" TO IMPRESSAO-VARIAVEL.
           PERFORM MONTA-NOME-RELATORIO.

           OPEN INPUT ARQUIVO-FATURAS.
           OPEN INPUT ARQUIVO-CLIENTE.

           MOVE ZEROS TO TOTAL-GERAL.
           MOVE ZEROS TO QTD-FATURAS.

           SORT ARQUIVO-ORDENACAO
               ON ASCENDING KEY ORD-VENDEDOR
               ON ASCENDING KEY ORD-CLIENTE
               ON ASCENDING KEY ORD-VENCIMENTO
               INPUT PROCEDURE IS PREPARA-ORDENACAO
               OUTPUT PROCEDURE IS GERA-RELATORIO.

           CLOSE ARQUIVO-FATURAS.
           CLOSE ARQUIVO-CLIENTE.

           PERFORM GRAVA-INDICE-IMPRESSAO.

           DISPLAY "Faturas a provisionar: " QTD-FATURAS.
           DISPLAY "Relatorio gravado em " IMPRESSAO-NOME.
       PROGRAM-DONE.
      *    GOBACK devolve o controle ao menu quando chamado pelo
      *    PROG40, e encerra normalmente quando executado sozinho.
           GOBACK.

       PREPARA-ORDENACAO.
           MOVE ZEROS TO FATURA-NUMERO.
           MOVE "N" TO FIM-FATURAS.

           START ARQUIVO-FATURAS
               KEY IS NOT LESS THAN FATURA-NUMERO
               INVALID KEY
                   MOVE "S" TO FIM-FATURAS.

           PERFORM CLASSIFICA-FATURAS
               UNTIL FIM-FATURAS = "S".

       CLASSIFICA-FATURAS.
      *    a fatura ja baixada como perda sai do aberto (status
      *    "B") e portanto da provisao.
           READ ARQUIVO-FATURAS NEXT RECORD
               AT END
                   MOVE "S" TO FIM-FATURAS.

           IF FIM-FATURAS = "N"
               IF FATURA-EM-ABERTO
                   PERFORM AVALIA-FATURA.

       AVALIA-FATURA.
           COMPUTE SALDO-DA-FATURA =
               FATURA-VALOR - FATURA-VALOR-PAGO -
               FATURA-VALOR-CREDITO.

           MOVE FATURA-DATA-VENCIMENTO TO CALCDIAS-DATA.
           PERFORM CONVERTE-DATA-EM-DIAS.
           COMPUTE DIAS-DE-ATRASO = DIAS-DE-HOJE - CALCDIAS-TOTAL.

           IF SALDO-DA-FATURA > ZEROS AND
               DIAS-DE-ATRASO > DIAS-PARA-PROVISAO
               PERFORM MONTA-REGISTRO-ORDENACAO
               RELEASE ORDENACAO-REGISTRO.

       MONTA-REGISTRO-ORDENACAO.
           PERFORM BUSCA-VENDEDOR-DA-FATURA.

           MOVE FATURA-CLIENTE-CODIGO TO ORD-CLIENTE.
           MOVE FATURA-DATA-VENCIMENTO TO ORD-VENCIMENTO.
           MOVE FATURA-NUMERO TO ORD-FATURA.
           MOVE DIAS-DE-ATRASO TO ORD-DIAS.
           MOVE SALDO-DA-FATURA TO ORD-SALDO.

       BUSCA-VENDEDOR-DA-FATURA.
      *    fatura de cliente sem cadastro ou sem vendedor cai na
      *    carteira do vendedor zero, como no aging do PROG123.
           MOVE FATURA-CLIENTE-CODIGO TO CLIENTE-CODIGO.
           READ ARQUIVO-CLIENTE RECORD
               INVALID KEY
                   MOVE ZEROS TO ORD-VENDEDOR
               NOT INVALID KEY
                   MOVE CLIENTE-FUNCIONARIO-CODIGO TO ORD-VENDEDOR.

       GERA-RELATORIO.
           OPEN OUTPUT RELATORIO-PROVISAO.
           MOVE "S" TO PRIMEIRA-LEITURA.

           MOVE DATA-DE-HOJE TO CAB-DATA.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE CABECALHO-TITULO TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE DIAS-PARA-PROVISAO TO CAB-DIAS.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE CABECALHO-CORTE TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LEIA-PROXIMO-ORDENADO.

           PERFORM PROCESSA-REGISTROS
               UNTIL FINAL-ARQUIVO = "S".

           IF PRIMEIRA-LEITURA = "S"
               MOVE SPACES TO LINHA-RELATORIO
               MOVE "Nenhuma fatura a provisionar" TO
                   LINHA-RELATORIO
               PERFORM ESCREVE-LINHA
           ELSE
               PERFORM ESCREVE-TOTAL-CLIENTE
               PERFORM ESCREVE-TOTAL-VENDEDOR.

           MOVE "Total geral a provisionar.:" TO TOT-DESCRICAO.
           MOVE TOTAL-GERAL TO TOT-VALOR.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-TOTAL TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           CLOSE RELATORIO-PROVISAO.

       LEIA-PROXIMO-ORDENADO.
           RETURN ARQUIVO-ORDENACAO RECORD AT END
               MOVE "S" TO FINAL-ARQUIVO.

       PROCESSA-REGISTROS.
           IF PRIMEIRA-LEITURA = "S"
               MOVE "N" TO PRIMEIRA-LEITURA
               MOVE ORD-VENDEDOR TO VENDEDOR-ATUAL
               PERFORM COMECA-VENDEDOR
               MOVE ORD-CLIENTE TO CLIENTE-ATUAL
               PERFORM COMECA-CLIENTE
           ELSE
               PERFORM VERIFICA-QUEBRAS.

           PERFORM ACUMULA-E-ESCREVE-FATURA.

           PERFORM LEIA-PROXIMO-ORDENADO.

       VERIFICA-QUEBRAS.
           IF ORD-VENDEDOR NOT = VENDEDOR-ATUAL
               PERFORM ESCREVE-TOTAL-CLIENTE
               PERFORM ESCREVE-TOTAL-VENDEDOR
               MOVE ORD-VENDEDOR TO VENDEDOR-ATUAL
               PERFORM COMECA-VENDEDOR
               MOVE ORD-CLIENTE TO CLIENTE-ATUAL
               PERFORM COMECA-CLIENTE
           ELSE
               IF ORD-CLIENTE NOT = CLIENTE-ATUAL
                   PERFORM ESCREVE-TOTAL-CLIENTE
                   MOVE ORD-CLIENTE TO CLIENTE-ATUAL
                   PERFORM COMECA-CLIENTE.

       COMECA-VENDEDOR.
           MOVE ZEROS TO TOTAL-VENDEDOR.

           MOVE VENDEDOR-ATUAL TO LV-CODIGO.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-VENDEDOR TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE SPACES TO LINHA-RELATORIO.
           MOVE CABECALHO-COLUNAS TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

       COMECA-CLIENTE.
           MOVE ZEROS TO TOTAL-CLIENTE.
           PERFORM BUSCA-NOME-CLIENTE.

           MOVE CLIENTE-ATUAL TO LC-CODIGO.
           MOVE NOME-CLIENTE-ATUAL TO LC-NOME.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-CLIENTE TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

       BUSCA-NOME-CLIENTE.
           MOVE CLIENTE-ATUAL TO CLIENTE-CODIGO.
           READ ARQUIVO-CLIENTE RECORD
               INVALID KEY
                   MOVE "DESCONHECIDO" TO NOME-CLIENTE-ATUAL
               NOT INVALID KEY
                   MOVE CLIENTE-NOME TO NOME-CLIENTE-ATUAL.

       ACUMULA-E-ESCREVE-FATURA.
           ADD ORD-SALDO TO TOTAL-CLIENTE.
           ADD ORD-SALDO TO TOTAL-VENDEDOR.
           ADD ORD-SALDO TO TOTAL-GERAL.
           ADD 1 TO QTD-FATURAS.

           MOVE ORD-FATURA TO DET-FATURA.
           MOVE ORD-VENCIMENTO TO DET-VENCIMENTO.
           MOVE ORD-DIAS TO DET-DIAS.
           MOVE ORD-SALDO TO DET-SALDO.

           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-DETALHE TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

       ESCREVE-TOTAL-CLIENTE.
           MOVE "Total do cliente..........:" TO TOT-DESCRICAO.
           MOVE TOTAL-CLIENTE TO TOT-VALOR.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-TOTAL TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

       ESCREVE-TOTAL-VENDEDOR.
           MOVE "Total do vendedor.........:" TO TOT-DESCRICAO.
           MOVE TOTAL-VENDEDOR TO TOT-VALOR.
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
