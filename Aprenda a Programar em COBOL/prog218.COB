       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG218.
      *    relatorio mensal dos encargos de atraso do contas a
      *    receber - para o mes pedido lista a multa e os juros
      *    lancados nos recebimentos atrasados (encargos.dat, pela
      *    data do pagamento), o que foi recebido deles (linhas
      *    "E" do razao de recebimentos, do caixa e do banco) e o
      *    que foi dispensado, com o operador que dispensou. Fecha
      *    com o total ainda em aberto na data da rodada. A saida
      *    e carimbada pelo arquivo morto de impressoes
      *    (ENCARGOS_AAAAMMDD_NNN).
      *    Na base de treinamento (PROG273) a tela abre com o aviso
      *    de dados ficticios.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBENCARGO.cob".
           COPY "SBRECEBIMENTO.cob".
           COPY "SBIMPRESSAO.cob".
           SELECT RELATORIO-ENCARGOS
               ASSIGN TO SAIDAENCARGOS
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY "SBPARAMETRO.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDENCARGO.cob".
           COPY "FDRECEBIMENTO.cob".
           COPY "FDIMPRESSAO.cob".

       FD  RELATORIO-ENCARGOS.
       01  LINHA-RELATORIO PIC X(80).
           COPY "FDPARAMETRO.cob".

       WORKING-STORAGE SECTION.
           COPY "WSPARAMETRO.cob".
           COPY "WSIMPRESSAO.cob".
       77  MES-PEDIDO PIC 9(6).
       77  FIM-ENCARGOS PIC X.
       77  FIM-RECEBIMENTOS PIC X.
       77  TOTAL-MULTA PIC 9(10)V99.
       77  TOTAL-JUROS PIC 9(10)V99.
       77  TOTAL-LANCADO PIC 9(10)V99.
       77  TOTAL-RECEBIDO PIC 9(10)V99.
       77  TOTAL-DISPENSADO PIC 9(10)V99.
       77  TOTAL-EM-ABERTO PIC 9(10)V99.
       77  QTD-LINHAS-SECAO PIC 9(5).

      *    data em exame, desmontada para comparar o mes.
       01  DATA-EXAME PIC 9(8).
       01  DATA-EXAME-MES REDEFINES DATA-EXAME.
           05 EXAME-MES PIC 9(6).
           05 EXAME-DIA PIC 9(2).

       01  CABECALHO-TITULO.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(36) VALUE
               "ENCARGOS DE ATRASO DO MES ".
           05 CAB-MES PIC 9999/99.

       01  CABECALHO-SECAO PIC X(60).

       01  CABECALHO-LANCADOS.
           05 FILLER PIC X(40) VALUE
               "Fatura  Cli.  Pagamento   Dias         ".
           05 FILLER PIC X(40) VALUE
               "   Multa          Juros          Total".

       01  CABECALHO-MOVIMENTO.
           05 FILLER PIC X(40) VALUE
               "Data        Fatura  Cli.          Valor".
           05 FILLER PIC X(12) VALUE "  Operador".

       01  LINHA-LANCADO.
           05 LAN-FATURA PIC ZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LAN-CLIENTE PIC 9(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LAN-DATA PIC 9999/99/99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LAN-DIAS PIC ZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LAN-MULTA PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LAN-JUROS PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LAN-TOTAL PIC ZZ,ZZZ,ZZ9.99.

       01  LINHA-MOVIMENTO.
           05 MOV-DATA PIC 9999/99/99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 MOV-FATURA PIC ZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 MOV-CLIENTE PIC 9(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 MOV-VALOR PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 MOV-OPERADOR PIC X(10).

       01  LINHA-TOTAL.
           05 TOT-DESCRICAO PIC X(30).
           05 TOT-VALOR PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
      *    na base de treinamento a tela abre com o aviso de dados
      *    ficticios.
           PERFORM CARREGA-PARAMETROS.

           DISPLAY "Mes do relatorio (AAAAMM): ".
           ACCEPT MES-PEDIDO.

      *    carimba a saida da rodada antes do OPEN.
           MOVE "PROG218" TO IMPRESSAO-PROGRAMA.
           MOVE "ENCARGOS" TO IMPRESSAO-PREFIXO.
           MOVE "SAIDAENCARGOS" TO IMPRESSAO-VARIAVEL.
           PERFORM MONTA-NOME-RELATORIO.

           MOVE ZEROS TO TOTAL-MULTA.
           MOVE ZEROS TO TOTAL-JUROS.
           MOVE ZEROS TO TOTAL-LANCADO.
           MOVE ZEROS TO TOTAL-RECEBIDO.
           MOVE ZEROS TO TOTAL-DISPENSADO.
           MOVE ZEROS TO TOTAL-EM-ABERTO.

           OPEN OUTPUT RELATORIO-ENCARGOS.

           MOVE MES-PEDIDO TO CAB-MES.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE CABECALHO-TITULO TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           PERFORM LISTA-LANCADOS.
           PERFORM LISTA-RECEBIDOS.
           PERFORM LISTA-DISPENSADOS.
           PERFORM ESCREVE-RESUMO.

           CLOSE RELATORIO-ENCARGOS.

           PERFORM GRAVA-INDICE-IMPRESSAO.

           DISPLAY "Relatorio gravado em " IMPRESSAO-NOME.
       PROGRAM-DONE.
      *    GOBACK devolve o controle ao menu quando chamado pelo
      *    PROG40, e encerra normalmente quando executado sozinho.
           GOBACK.

       LISTA-LANCADOS.
      *    a mesma passada soma o que esta em aberto hoje, de
      *    qualquer mes.
           MOVE "ENCARGOS LANCADOS NO MES" TO CABECALHO-SECAO.
           PERFORM ESCREVE-CABECALHO-SECAO.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE CABECALHO-LANCADOS TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           OPEN INPUT ARQUIVO-ENCARGOS.
           MOVE "N" TO FIM-ENCARGOS.
           PERFORM LEIA-PROXIMO-ENCARGO.

           PERFORM EXAMINA-LANCADO
               UNTIL FIM-ENCARGOS = "S".

           CLOSE ARQUIVO-ENCARGOS.

           PERFORM ESCREVE-NADA-NO-MES.

           MOVE "Multa lancada...............: " TO TOT-DESCRICAO.
           MOVE TOTAL-MULTA TO TOT-VALOR.
           PERFORM ESCREVE-TOTAL.

           MOVE "Juros lancados..............: " TO TOT-DESCRICAO.
           MOVE TOTAL-JUROS TO TOT-VALOR.
           PERFORM ESCREVE-TOTAL.

           MOVE "Total lancado...............: " TO TOT-DESCRICAO.
           MOVE TOTAL-LANCADO TO TOT-VALOR.
           PERFORM ESCREVE-TOTAL.

       LEIA-PROXIMO-ENCARGO.
           READ ARQUIVO-ENCARGOS NEXT RECORD
               AT END
                   MOVE "S" TO FIM-ENCARGOS.

       EXAMINA-LANCADO.
           IF ENC-EM-ABERTO
               COMPUTE TOTAL-EM-ABERTO =
                   TOTAL-EM-ABERTO + ENC-VALOR-MULTA +
                   ENC-VALOR-JUROS - ENC-VALOR-RECEBIDO -
                   ENC-VALOR-DISPENSADO.

           MOVE ENC-DATA-PAGAMENTO TO DATA-EXAME.
           IF EXAME-MES = MES-PEDIDO
               PERFORM ESCREVE-LANCADO.

           PERFORM LEIA-PROXIMO-ENCARGO.

       ESCREVE-LANCADO.
           ADD ENC-VALOR-MULTA TO TOTAL-MULTA.
           ADD ENC-VALOR-JUROS TO TOTAL-JUROS.
           ADD ENC-VALOR-MULTA TO TOTAL-LANCADO.
           ADD ENC-VALOR-JUROS TO TOTAL-LANCADO.
           ADD 1 TO QTD-LINHAS-SECAO.

           MOVE ENC-FATURA-NUMERO TO LAN-FATURA.
           MOVE ENC-CLIENTE-CODIGO TO LAN-CLIENTE.
           MOVE ENC-DATA-PAGAMENTO TO LAN-DATA.
           MOVE ENC-DIAS-ATRASO TO LAN-DIAS.
           MOVE ENC-VALOR-MULTA TO LAN-MULTA.
           MOVE ENC-VALOR-JUROS TO LAN-JUROS.
           COMPUTE LAN-TOTAL = ENC-VALOR-MULTA + ENC-VALOR-JUROS.

           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-LANCADO TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

       LISTA-RECEBIDOS.
           MOVE "ENCARGOS RECEBIDOS NO MES" TO CABECALHO-SECAO.
           PERFORM ESCREVE-CABECALHO-SECAO.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE CABECALHO-MOVIMENTO TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           OPEN INPUT ARQUIVO-RECEBIMENTOS.
           MOVE "N" TO FIM-RECEBIMENTOS.
           PERFORM LEIA-PROXIMO-RECEBIMENTO.

           PERFORM EXAMINA-RECEBIMENTO
               UNTIL FIM-RECEBIMENTOS = "S".

           CLOSE ARQUIVO-RECEBIMENTOS.

           PERFORM ESCREVE-NADA-NO-MES.

           MOVE "Total recebido..............: " TO TOT-DESCRICAO.
           MOVE TOTAL-RECEBIDO TO TOT-VALOR.
           PERFORM ESCREVE-TOTAL.

       LEIA-PROXIMO-RECEBIMENTO.
           READ ARQUIVO-RECEBIMENTOS RECORD
               AT END
                   MOVE "S" TO FIM-RECEBIMENTOS.

       EXAMINA-RECEBIMENTO.
           MOVE RECEB-DATA TO DATA-EXAME.
           IF RECEB-ENCARGO AND EXAME-MES = MES-PEDIDO
               PERFORM ESCREVE-RECEBIDO.

           PERFORM LEIA-PROXIMO-RECEBIMENTO.

       ESCREVE-RECEBIDO.
           ADD RECEB-VALOR TO TOTAL-RECEBIDO.
           ADD 1 TO QTD-LINHAS-SECAO.

           MOVE RECEB-DATA TO MOV-DATA.
           MOVE RECEB-FATURA-NUMERO TO MOV-FATURA.
           MOVE RECEB-CLIENTE-CODIGO TO MOV-CLIENTE.
           MOVE RECEB-VALOR TO MOV-VALOR.
           MOVE RECEB-ORIGEM TO MOV-OPERADOR.

           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-MOVIMENTO TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

       LISTA-DISPENSADOS.
           MOVE "ENCARGOS DISPENSADOS NO MES" TO CABECALHO-SECAO.
           PERFORM ESCREVE-CABECALHO-SECAO.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE CABECALHO-MOVIMENTO TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           OPEN INPUT ARQUIVO-ENCARGOS.
           MOVE "N" TO FIM-ENCARGOS.
           PERFORM LEIA-PROXIMO-ENCARGO.

           PERFORM EXAMINA-DISPENSADO
               UNTIL FIM-ENCARGOS = "S".

           CLOSE ARQUIVO-ENCARGOS.

           PERFORM ESCREVE-NADA-NO-MES.

           MOVE "Total dispensado............: " TO TOT-DESCRICAO.
           MOVE TOTAL-DISPENSADO TO TOT-VALOR.
           PERFORM ESCREVE-TOTAL.

       EXAMINA-DISPENSADO.
           MOVE ENC-DATA-DISPENSA TO DATA-EXAME.
           IF ENC-VALOR-DISPENSADO > ZEROS AND
              EXAME-MES = MES-PEDIDO
               PERFORM ESCREVE-DISPENSADO.

           PERFORM LEIA-PROXIMO-ENCARGO.

       ESCREVE-DISPENSADO.
           ADD ENC-VALOR-DISPENSADO TO TOTAL-DISPENSADO.
           ADD 1 TO QTD-LINHAS-SECAO.

           MOVE ENC-DATA-DISPENSA TO MOV-DATA.
           MOVE ENC-FATURA-NUMERO TO MOV-FATURA.
           MOVE ENC-CLIENTE-CODIGO TO MOV-CLIENTE.
           MOVE ENC-VALOR-DISPENSADO TO MOV-VALOR.
           MOVE ENC-OPERADOR-DISPENSA TO MOV-OPERADOR.

           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-MOVIMENTO TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

       ESCREVE-RESUMO.
           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE "Em aberto na data da rodada.: " TO TOT-DESCRICAO.
           MOVE TOTAL-EM-ABERTO TO TOT-VALOR.
           PERFORM ESCREVE-TOTAL.

       ESCREVE-CABECALHO-SECAO.
           MOVE ZEROS TO QTD-LINHAS-SECAO.

           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.
           MOVE CABECALHO-SECAO TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

       ESCREVE-NADA-NO-MES.
           IF QTD-LINHAS-SECAO = ZEROS
               MOVE "   nenhum lancamento no mes" TO LINHA-RELATORIO
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
