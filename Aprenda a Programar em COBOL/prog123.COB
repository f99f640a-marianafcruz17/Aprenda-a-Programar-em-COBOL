      *    (CLIENTE-FUNCIONARIO-CODIGO) e cliente, para cada
      *    vendedor receber a sua propria lista de cobranca. A
      *    idade vem da diferenca em dias corridos entre o
      *    vencimento e a data da rodada (PDCALCDIAS). Na venda a
      *    prazo cada parcela e uma fatura propria e entra na faixa
      *    do seu proprio vencimento. Fatura baixada como perda
      *    (PROG174) sai do aberto e nao entra mais no aging.
      *    O credito nao aplicado do cliente (creditos_cliente.dat,
      *    guardado pelo retorno do PROG124) entra numa coluna
      *    propria, como saldo negativo, na data do pagamento.
      *    A saida e carimbada com data e sequencia da rodada
      *    (CONTASREC_AAAAMMDD_NNN.LST) e cada vendedor e marcado
      *    no mapa de secoes, para o PROG262 entregar a cada um so
      *    a sua carteira.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBFATURA.cob".
           COPY "SBCLIENTE.cob".
           COPY "SBCREDITO.cob".
           COPY "SBIMPRESSAO.cob".
           COPY "SBSECAO.cob".
           SELECT ARQUIVO-ORDENACAO
               ASSIGN TO "AGINGSORT.TMP".
           SELECT RELATORIO-AGING
               ASSIGN TO SAIDAAGING
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           COPY "FDFATURA.cob".
           COPY "FDCLIENTE.cob".
           COPY "FDCREDITO.cob".
           COPY "FDIMPRESSAO.cob".
           COPY "FDSECAO.cob".

       SD  ARQUIVO-ORDENACAO.
       01  ORDENACAO-REGISTRO.
           05 ORD-ATE-60 PIC 9(8)V99.
           05 ORD-ATE-90 PIC 9(8)V99.
           05 ORD-ACIMA-90 PIC 9(8)V99.
      *    no credito nao aplicado, ORD-FATURA e o numero do
      *    credito e so esta coluna vem preenchida.
           05 ORD-NAO-APLICADO PIC 9(8)V99.

       FD  RELATORIO-AGING.
       01  LINHA-RELATORIO PIC X(132).

       WORKING-STORAGE SECTION.
           COPY "WSCALCDIAS.cob".
           COPY "WSIMPRESSAO.cob".
           COPY "WSSECAO.cob".
       77  FIM-FATURAS PIC X.
       77  FIM-CREDITOS PIC X.
       77  SALDO-DO-CREDITO PIC S9(8)V99.
       77  FINAL-ARQUIVO PIC X.
       77  PRIMEIRA-LEITURA PIC X.
       77  DATA-DE-HOJE PIC 9(8).
           05 CLI-ATE-60 PIC 9(10)V99.
           05 CLI-ATE-90 PIC 9(10)V99.
           05 CLI-ACIMA-90 PIC 9(10)V99.
           05 CLI-NAO-APLICADO PIC 9(10)V99.

       01  TOTAIS-VENDEDOR.
           05 VEN-CORRENTE PIC 9(10)V99.
           05 VEN-ATE-60 PIC 9(10)V99.
           05 VEN-ATE-90 PIC 9(10)V99.
           05 VEN-ACIMA-90 PIC 9(10)V99.
           05 VEN-NAO-APLICADO PIC 9(10)V99.

       01  TOTAIS-GERAIS.
           05 GER-CORRENTE PIC 9(12)V99.
           05 GER-ATE-60 PIC 9(12)V99.
           05 GER-ATE-90 PIC 9(12)V99.
           05 GER-ACIMA-90 PIC 9(12)V99.
           05 GER-NAO-APLICADO PIC 9(12)V99.

       01  CABECALHO-TITULO.
           05 FILLER PIC X(15) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "Ate 60".
           05 FILLER PIC X(14) VALUE "Ate 90".
           05 FILLER PIC X(14) VALUE "Acima de 90".
           05 FILLER PIC X(14) VALUE "Nao aplicado".

       01  LINHA-VENDEDOR.
           05 FILLER PIC X(10) VALUE "Vendedor: ".
           05 LC-NOME PIC X(20).

       01  LINHA-DETALHE.
           05 DET-MARCA PIC X(4).
           05 DET-FATURA PIC ZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-VENCIMENTO PIC 9999/99/99.
           05 DET-ATE-90 PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-ACIMA-90 PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-NAO-APLICADO PIC -ZZ,ZZZ,ZZ9.99.

       01  LINHA-TOTAL-CLIENTE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 TCL-ATE-90 PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 TCL-ACIMA-90 PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 TCL-NAO-APLICADO PIC -ZZ,ZZZ,ZZ9.99.

       01  LINHA-TOTAL-VENDEDOR.
           05 FILLER PIC X(24) VALUE "Total do vendedor.....:".
           05 TVE-ATE-90 PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 TVE-ACIMA-90 PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 TVE-NAO-APLICADO PIC -ZZ,ZZZ,ZZ9.99.

       01  LINHA-TOTAL-GERAL.
           05 FILLER PIC X(22) VALUE "Total geral.........:".
           05 TGE-ATE-90 PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 TGE-ACIMA-90 PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 TGE-NAO-APLICADO PIC -Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

           OPEN INPUT ARQUIVO-FATURAS.
           OPEN INPUT ARQUIVO-CLIENTE.
           OPEN INPUT ARQUIVO-CREDITOS.

           MOVE ZEROS TO TOTAIS-GERAIS.

      *    carimba a saida da rodada antes do OPEN.
           MOVE "PROG123" TO IMPRESSAO-PROGRAMA.
           MOVE "CONTASREC" TO IMPRESSAO-PREFIXO.
           MOVE "SAIDAAGING" TO IMPRESSAO-VARIAVEL.
           PERFORM MONTA-NOME-RELATORIO.

           SORT ARQUIVO-ORDENACAO
               ON ASCENDING KEY ORD-VENDEDOR
               ON ASCENDING KEY ORD-CLIENTE

           CLOSE ARQUIVO-FATURAS.
           CLOSE ARQUIVO-CLIENTE.
           CLOSE ARQUIVO-CREDITOS.

           PERFORM GRAVA-INDICE-IMPRESSAO.

           DISPLAY "Relatorio gravado em " IMPRESSAO-NOME.
       PROGRAM-DONE.
      *    GOBACK devolve o controle ao menu quando chamado pelo
      *    PROG40, e encerra normalmente quando executado sozinho.
           PERFORM CLASSIFICA-FATURAS
               UNTIL FIM-FATURAS = "S".

           MOVE ZEROS TO CRED-NUMERO.
           MOVE "N" TO FIM-CREDITOS.

           START ARQUIVO-CREDITOS
               KEY IS NOT LESS THAN CRED-NUMERO
               INVALID KEY
                   MOVE "S" TO FIM-CREDITOS.

           PERFORM CLASSIFICA-CREDITOS
               UNTIL FIM-CREDITOS = "S".

       CLASSIFICA-FATURAS.
           READ ARQUIVO-FATURAS NEXT RECORD
               AT END
               IF FATURA-EM-ABERTO
                   PERFORM LIBERA-FATURA.

       CLASSIFICA-CREDITOS.
           READ ARQUIVO-CREDITOS NEXT RECORD
               AT END
                   MOVE "S" TO FIM-CREDITOS.

           IF FIM-CREDITOS = "N"
               IF CRED-EM-ABERTO
                   PERFORM LIBERA-CREDITO.

       LIBERA-CREDITO.
           COMPUTE SALDO-DO-CREDITO =
               CRED-VALOR - CRED-VALOR-APLICADO.

           IF SALDO-DO-CREDITO > ZEROS
               MOVE CRED-CLIENTE-CODIGO TO FATURA-CLIENTE-CODIGO
               PERFORM BUSCA-VENDEDOR-DA-FATURA
               MOVE CRED-CLIENTE-CODIGO TO ORD-CLIENTE
               MOVE CRED-NUMERO TO ORD-FATURA
               MOVE CRED-DATA TO ORD-VENCIMENTO
               MOVE ZEROS TO ORD-CORRENTE
               MOVE ZEROS TO ORD-ATE-30
               MOVE ZEROS TO ORD-ATE-60
               MOVE ZEROS TO ORD-ATE-90
               MOVE ZEROS TO ORD-ACIMA-90
               MOVE SALDO-DO-CREDITO TO ORD-NAO-APLICADO
               RELEASE ORDENACAO-REGISTRO.

       LIBERA-FATURA.
           COMPUTE SALDO-DA-FATURA =
               FATURA-VALOR - FATURA-VALOR-PAGO -
           MOVE ZEROS TO ORD-ATE-60.
           MOVE ZEROS TO ORD-ATE-90.
           MOVE ZEROS TO ORD-ACIMA-90.
           MOVE ZEROS TO ORD-NAO-APLICADO.

           PERFORM CALCULA-DIAS-DE-ATRASO.


       GERA-RELATORIO.
           OPEN OUTPUT RELATORIO-AGING.
           OPEN EXTEND ARQUIVO-SECOES.
           MOVE "S" TO PRIMEIRA-LEITURA.

           MOVE SPACES TO LINHA-RELATORIO.
           MOVE CABECALHO-TITULO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD 1 TO IMPRESSAO-LINHAS.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD 1 TO IMPRESSAO-LINHAS.

           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LEIA-PROXIMO-ORDENADO.
               PERFORM ESCREVE-TOTAL-CLIENTE
               PERFORM ESCREVE-TOTAL-VENDEDOR.

      *    o total geral e rodape - fica so no relatorio inteiro.
           MOVE "R" TO SECAO-MARCA-TIPO.
           MOVE ZEROS TO SECAO-MARCA-CHAVE.
           PERFORM MARCA-SECAO-RELATORIO.

           PERFORM ESCREVE-TOTAL-GERAL.
           CLOSE RELATORIO-AGING.
           CLOSE ARQUIVO-SECOES.

       LEIA-PROXIMO-ORDENADO.
           RETURN ARQUIVO-ORDENACAO RECORD AT END
       COMECA-VENDEDOR.
           MOVE ZEROS TO TOTAIS-VENDEDOR.

           MOVE "V" TO SECAO-MARCA-TIPO.
           MOVE VENDEDOR-ATUAL TO SECAO-MARCA-CHAVE.
           PERFORM MARCA-SECAO-RELATORIO.

           MOVE VENDEDOR-ATUAL TO LV-CODIGO.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-VENDEDOR TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD 1 TO IMPRESSAO-LINHAS.

           MOVE SPACES TO LINHA-RELATORIO.
           MOVE CABECALHO-COLUNAS TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD 1 TO IMPRESSAO-LINHAS.

       COMECA-CLIENTE.
           MOVE ZEROS TO TOTAIS-CLIENTE.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-CLIENTE TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD 1 TO IMPRESSAO-LINHAS.

       BUSCA-NOME-CLIENTE.
           MOVE CLIENTE-ATUAL TO CLIENTE-CODIGO.
           ADD ORD-ATE-60 TO CLI-ATE-60.
           ADD ORD-ATE-90 TO CLI-ATE-90.
           ADD ORD-ACIMA-90 TO CLI-ACIMA-90.
           ADD ORD-NAO-APLICADO TO CLI-NAO-APLICADO.

           ADD ORD-CORRENTE TO VEN-CORRENTE.
           ADD ORD-ATE-30 TO VEN-ATE-30.
           ADD ORD-ATE-60 TO VEN-ATE-60.
           ADD ORD-ATE-90 TO VEN-ATE-90.
           ADD ORD-ACIMA-90 TO VEN-ACIMA-90.
           ADD ORD-NAO-APLICADO TO VEN-NAO-APLICADO.

           ADD ORD-CORRENTE TO GER-CORRENTE.
           ADD ORD-ATE-30 TO GER-ATE-30.
           ADD ORD-ATE-60 TO GER-ATE-60.
           ADD ORD-ATE-90 TO GER-ATE-90.
           ADD ORD-ACIMA-90 TO GER-ACIMA-90.
           ADD ORD-NAO-APLICADO TO GER-NAO-APLICADO.

           MOVE ORD-FATURA TO DET-FATURA.
           MOVE ORD-VENCIMENTO TO DET-VENCIMENTO.
           MOVE ORD-ATE-60 TO DET-ATE-60.
           MOVE ORD-ATE-90 TO DET-ATE-90.
           MOVE ORD-ACIMA-90 TO DET-ACIMA-90.
           COMPUTE DET-NAO-APLICADO = ZEROS - ORD-NAO-APLICADO.

           IF ORD-NAO-APLICADO > ZEROS
               MOVE "CR" TO DET-MARCA
           ELSE
               MOVE SPACES TO DET-MARCA.

           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-DETALHE TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD 1 TO IMPRESSAO-LINHAS.

       ESCREVE-TOTAL-CLIENTE.
           MOVE CLI-CORRENTE TO TCL-CORRENTE.
           MOVE CLI-ATE-60 TO TCL-ATE-60.
           MOVE CLI-ATE-90 TO TCL-ATE-90.
           MOVE CLI-ACIMA-90 TO TCL-ACIMA-90.
           COMPUTE TCL-NAO-APLICADO = ZEROS - CLI-NAO-APLICADO.

           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-TOTAL-CLIENTE TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD 1 TO IMPRESSAO-LINHAS.

       ESCREVE-TOTAL-VENDEDOR.
           MOVE VEN-CORRENTE TO TVE-CORRENTE.
           MOVE VEN-ATE-60 TO TVE-ATE-60.
           MOVE VEN-ATE-90 TO TVE-ATE-90.
           MOVE VEN-ACIMA-90 TO TVE-ACIMA-90.
           COMPUTE TVE-NAO-APLICADO = ZEROS - VEN-NAO-APLICADO.

           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-TOTAL-VENDEDOR TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD 1 TO IMPRESSAO-LINHAS.

           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD 1 TO IMPRESSAO-LINHAS.

       ESCREVE-TOTAL-GERAL.
           MOVE GER-CORRENTE TO TGE-CORRENTE.
           MOVE GER-ATE-60 TO TGE-ATE-60.
           MOVE GER-ATE-90 TO TGE-ATE-90.
           MOVE GER-ACIMA-90 TO TGE-ACIMA-90.
           COMPUTE TGE-NAO-APLICADO = ZEROS - GER-NAO-APLICADO.

           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-TOTAL-GERAL TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD 1 TO IMPRESSAO-LINHAS.

           COPY "PDCALCDIAS.cob".
           COPY "PDIMPRESSAO.cob".
           COPY "PDSECAO.cob".
