      *    - cada linha do extrato de largura fixa e casada com a
      *    fatura em faturas.dat pelo nosso numero de documento e o
      *    pagamento e aplicado como o PROG122 faria na mao, sem
      *    operador no terminal, no molde do PROG66. Pago depois do
      *    vencimento, o que passa do saldo quita a multa e os juros
      *    de atraso (encargos.dat), e o que faltar deles fica em
      *    aberto para o caixa. Linha sem fatura, fatura ja paga
      *    (o jeito de uma duplicidade aparecer) ou o que passar do
      *    saldo mais encargos fica como credito nao aplicado do
      *    cliente em creditos_cliente.dat, com a referencia do
      *    banco, para o PROG225 aplicar depois; o relatorio de
      *    rejeitados fica para os erros de gravacao. Fatura
      *    quitada pelo banco
      *    libera o credito do cliente bloqueado pela regua de
      *    cobranca (PROG217) quando era a ultima em aviso final.
      *    Pagamento de fatura ja baixada como perda (PROG174) entra
      *    como recuperacao, ate o valor que foi baixado - o que
      *    passar tambem fica como credito.
      *    Pagamento datado num mes de vendas ja fechado pelo
      *    PROG263 e rejeitado inteiro, sem baixa nem credito - a
      *    linha volta ao banco ou espera a reabertura do mes.
      *    A fatura quitada pelo banco sai na trilha de auditoria,
      *    com "BANCO" no lugar do operador.
      *    Com a janela batch noturna no ar (trava do PROG177) a
      *    atualizacao e recusada logo na entrada.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBFATURA.cob".
           COPY "SBRECEBIMENTO.cob".
           COPY "SBEXECUCAO.cob".
           COPY "SBCLIENTE.cob".
           COPY "SBCONTATO.cob".
           COPY "SBENCARGO.cob".
           COPY "SBPARAMETRO.cob".
           COPY "SBCREDITO.cob".
           COPY "SBSEQUENCIA.cob".
           COPY "SBPERVENDA.cob".
           COPY "SBAUDITORIA.cob".
           SELECT RELATORIO-REJEITADOS
               ASSIGN TO "RETORNOREJEITADOS.LST"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY "SBJANELA.cob".
       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-RETORNO-COBRANCA.
       01  RETORNO-REGISTRO.
      *    nosso numero de documento na cobranca = o numero da
      *    fatura emitida pelo PROG121 (na venda a prazo, o da
      *    parcela - cada parcela e uma fatura propria).
           05 RET-FATURA-NUMERO PIC 9(6).
           05 RET-DATA-PAGAMENTO PIC 9(8).
      *    decimais implicitos, como no extrato do PROG65.
           05 RET-VALOR PIC 9(8)V99.
      *    referencia do pagamento no extrato do banco, guardada
      *    no credito quando o valor nao e aplicado.
           05 RET-REFERENCIA-BANCO PIC X(20).

           COPY "FDFATURA.cob".
           COPY "FDRECEBIMENTO.cob".
           COPY "FDEXECUCAO.cob".
           COPY "FDCLIENTE.cob".
           COPY "FDCONTATO.cob".
           COPY "FDENCARGO.cob".
           COPY "FDPARAMETRO.cob".
           COPY "FDCREDITO.cob".
           COPY "FDSEQUENCIA.cob".
           COPY "FDPERVENDA.cob".
           COPY "FDAUDITORIA.cob".

       FD  RELATORIO-REJEITADOS.
       01  LINHA-REJEITADOS PIC X(80).
           COPY "FDJANELA.cob".

       WORKING-STORAGE SECTION.
           COPY "WSJANELA.cob".
      *    inicio da rodada, guardado para o registro do log
      *    central de execucoes.
       77  EXECUCAO-DATA-INICIO PIC 9(8).
       77  TOTAL-APLICADOS PIC 9(6).
       77  TOTAL-REJEITADOS PIC 9(6).
       77  VALOR-TOTAL-APLICADO PIC 9(10)V99.
       77  TOTAL-LIBERADOS PIC 9(6).
       77  TOTAL-COM-ENCARGOS PIC 9(6).
       77  VALOR-TOTAL-ENCARGOS PIC 9(10)V99.
       77  VALOR-PRINCIPAL PIC 9(8)V99.
       77  VALOR-ENCARGOS-PAGO PIC 9(8)V99.
       77  TOTAL-RECUPERADOS PIC 9(6).
       77  VALOR-TOTAL-RECUPERADO PIC 9(10)V99.
       77  SALDO-A-RECUPERAR PIC S9(8)V99.
       77  VALOR-RECUPERADO PIC 9(8)V99.
       77  VALOR-EXCEDENTE PIC 9(8)V99.
       77  CLIENTE-DO-CREDITO PIC 9(4).
       77  MOTIVO-DO-CREDITO PIC X.
       77  TOTAL-CREDITOS PIC 9(6).
       77  VALOR-TOTAL-CREDITOS PIC 9(10)V99.

       01  LINHA-REJEICAO.
           05 REJ-FATURA PIC ZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 REJ-MOTIVO PIC X(30).

           COPY "WSCOBRANCA.cob".
           COPY "WSENCARGO.cob".
           COPY "WSPARAMETRO.cob".
           COPY "WSCALCDIAS.cob".
           COPY "WSPERVENDA.cob".
           COPY "WSAUDFATURA.cob".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
      *    com a janela batch no ar a atualizacao fica parada - a
      *    trava e do orquestrador PROG177.
           MOVE "PROG124" TO JANELA-PROGRAMA.
           PERFORM CONFERE-JANELA-BATCH.
           IF JANELA-BLOQUEIO = "S"
               GOBACK.

           ACCEPT EXECUCAO-DATA-INICIO FROM DATE YYYYMMDD.
           ACCEPT EXECUCAO-HORA-INICIO FROM TIME.

           OPEN I-O ARQUIVO-FATURAS.
           OPEN EXTEND ARQUIVO-RECEBIMENTOS.
           OPEN OUTPUT RELATORIO-REJEITADOS.
           OPEN I-O ARQUIVO-CLIENTE.
           OPEN I-O ARQUIVO-CONTATOS.
           OPEN I-O ARQUIVO-ENCARGOS.
           OPEN I-O ARQUIVO-CREDITOS.
           OPEN INPUT ARQUIVO-PERIODOS-VENDA.
           OPEN EXTEND ARQUIVO-AUDITORIA.

           MOVE "A" TO AUDFAT-OPERACAO.
           MOVE "BANCO" TO AUDFAT-OPERADOR.

           PERFORM CARREGA-TAXAS-ENCARGO.
           PERFORM CARREGA-SEQUENCIAS.

           MOVE ZEROS TO TOTAL-LIDOS.
           MOVE ZEROS TO TOTAL-APLICADOS.
           MOVE ZEROS TO TOTAL-REJEITADOS.
           MOVE ZEROS TO VALOR-TOTAL-APLICADO.
           MOVE ZEROS TO TOTAL-LIBERADOS.
           MOVE ZEROS TO TOTAL-COM-ENCARGOS.
           MOVE ZEROS TO VALOR-TOTAL-ENCARGOS.
           MOVE ZEROS TO TOTAL-RECUPERADOS.
           MOVE ZEROS TO VALOR-TOTAL-RECUPERADO.
           MOVE ZEROS TO TOTAL-CREDITOS.
           MOVE ZEROS TO VALOR-TOTAL-CREDITOS.

           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LEIA-PROXIMO-RETORNO.
           CLOSE ARQUIVO-FATURAS.
           CLOSE ARQUIVO-RECEBIMENTOS.
           CLOSE RELATORIO-REJEITADOS.
           CLOSE ARQUIVO-CLIENTE.
           CLOSE ARQUIVO-CONTATOS.
           CLOSE ARQUIVO-ENCARGOS.
           CLOSE ARQUIVO-CREDITOS.
           CLOSE ARQUIVO-PERIODOS-VENDA.
           CLOSE ARQUIVO-AUDITORIA.

           IF TOTAL-CREDITOS > ZEROS
               PERFORM GRAVA-SEQUENCIAS.

           DISPLAY "Baixa do retorno de cobranca concluida".
           DISPLAY "Linhas lidas.......: " TOTAL-LIDOS.
           DISPLAY "Pagamentos baixados: " TOTAL-APLICADOS.
           DISPLAY "Linhas rejeitadas..: " TOTAL-REJEITADOS.
           DISPLAY "Valor aplicado.....: " VALOR-TOTAL-APLICADO.
           DISPLAY "Creditos liberados.: " TOTAL-LIBERADOS.
           DISPLAY "Pagos com encargos.: " TOTAL-COM-ENCARGOS.
           DISPLAY "Encargos recebidos.: " VALOR-TOTAL-ENCARGOS.
           DISPLAY "Recuperacoes.......: " TOTAL-RECUPERADOS.
           DISPLAY "Valor recuperado...: " VALOR-TOTAL-RECUPERADO.
           DISPLAY "Creditos guardados.: " TOTAL-CREDITOS.
           DISPLAY "Valor nao aplicado.: " VALOR-TOTAL-CREDITOS.
           DISPLAY "Rejeitados em RETORNOREJEITADOS.LST".
           PERFORM GRAVA-EXECUCAO.
       PROGRAM-DONE.

       APLICA-RETORNO.
           ADD 1 TO TOTAL-LIDOS.
           MOVE ZEROS TO VALOR-EXCEDENTE.

           MOVE RET-DATA-PAGAMENTO TO PERVEN-DATA-LANCAMENTO.
           PERFORM CONFERE-PERIODO-VENDA.

           IF PERVEN-BLOQUEADO = "S"
               MOVE "MES DE VENDAS JA FECHADO" TO REJ-MOTIVO
               PERFORM GRAVA-REJEICAO
           ELSE
               PERFORM APLICA-RETORNO-LIBERADO.

           PERFORM LEIA-PROXIMO-RETORNO.

       APLICA-RETORNO-LIBERADO.
           PERFORM LOCALIZA-FATURA.

      *    sem fatura nao ha cliente - o credito fica sem dono ate
      *    a aplicacao.
           IF FATURA-ENCONTRADA = "N"
               MOVE ZEROS TO CLIENTE-DO-CREDITO
               MOVE "S" TO MOTIVO-DO-CREDITO
               MOVE RET-VALOR TO VALOR-EXCEDENTE
               PERFORM GUARDA-CREDITO
           ELSE
               PERFORM AVALIA-RETORNO.

       LOCALIZA-FATURA.
           MOVE RET-FATURA-NUMERO TO FATURA-NUMERO.
           MOVE "S" TO FATURA-ENCONTRADA.
               FATURA-VALOR - FATURA-VALOR-PAGO -
               FATURA-VALOR-CREDITO.

           MOVE FATURA-CLIENTE-CODIGO TO CLIENTE-DO-CREDITO.

           IF FATURA-PAGA
               MOVE "D" TO MOTIVO-DO-CREDITO
               MOVE RET-VALOR TO VALOR-EXCEDENTE
               PERFORM GUARDA-CREDITO
           ELSE
               IF FATURA-BAIXADA-PERDA
                   PERFORM AVALIA-RECUPERACAO
               ELSE
                   PERFORM SEPARA-PRINCIPAL-E-ENCARGOS
                   PERFORM SEPARA-EXCEDENTE
                   PERFORM APLICA-PAGAMENTO.

       SEPARA-EXCEDENTE.
      *    o que passa do saldo mais a multa e os juros nao e
      *    recusado - vira credito do cliente depois da baixa.
           MOVE "E" TO MOTIVO-DO-CREDITO.

           IF VALOR-ENCARGOS-PAGO > CALCENC-TOTAL
               COMPUTE VALOR-EXCEDENTE =
                   VALOR-ENCARGOS-PAGO - CALCENC-TOTAL
               MOVE CALCENC-TOTAL TO VALOR-ENCARGOS-PAGO.

       AVALIA-RECUPERACAO.
      *    a fatura baixada nao volta a ser paga - o que o banco
      *    trouxe e recuperacao da perda, sem multa nem juros.
           COMPUTE SALDO-A-RECUPERAR =
               FATURA-VALOR-BAIXADO - FATURA-VALOR-RECUPERADO.

           MOVE "E" TO MOTIVO-DO-CREDITO.
           MOVE RET-VALOR TO VALOR-RECUPERADO.

           IF SALDO-A-RECUPERAR < ZEROS
               MOVE ZEROS TO SALDO-A-RECUPERAR.

           IF RET-VALOR > SALDO-A-RECUPERAR
               MOVE SALDO-A-RECUPERAR TO VALOR-RECUPERADO
               COMPUTE VALOR-EXCEDENTE =
                   RET-VALOR - SALDO-A-RECUPERAR.

           IF VALOR-RECUPERADO = ZEROS
               PERFORM GUARDA-CREDITO
           ELSE
               PERFORM APLICA-RECUPERACAO.

       APLICA-RECUPERACAO.
           ADD VALOR-RECUPERADO TO FATURA-VALOR-RECUPERADO.
           SUBTRACT VALOR-RECUPERADO FROM SALDO-A-RECUPERAR.

           REWRITE FATURA-REGISTRO
               INVALID KEY
                   MOVE "ERRO AO REESCREVER A FATURA" TO REJ-MOTIVO
                   PERFORM GRAVA-REJEICAO
               NOT INVALID KEY
                   ADD 1 TO TOTAL-APLICADOS
                   ADD VALOR-RECUPERADO TO VALOR-TOTAL-APLICADO
                   ADD 1 TO TOTAL-RECUPERADOS
                   ADD VALOR-RECUPERADO TO VALOR-TOTAL-RECUPERADO
                   PERFORM GRAVA-RECEBIMENTO-RECUPERACAO
                   PERFORM GUARDA-EXCEDENTE.

       GRAVA-RECEBIMENTO-RECUPERACAO.
           MOVE RET-DATA-PAGAMENTO TO RECEB-DATA.
           ACCEPT RECEB-HORA FROM TIME.
           MOVE FATURA-NUMERO TO RECEB-FATURA-NUMERO.
           MOVE FATURA-CLIENTE-CODIGO TO RECEB-CLIENTE-CODIGO.
           MOVE VALOR-RECUPERADO TO RECEB-VALOR.
           MOVE "BANCO" TO RECEB-ORIGEM.
           MOVE SALDO-A-RECUPERAR TO RECEB-SALDO-RESULTANTE.
           MOVE "R" TO RECEB-TIPO.
           WRITE RECEBIMENTO-REGISTRO.

       SEPARA-PRINCIPAL-E-ENCARGOS.
      *    o pagamento quita primeiro o principal; o que passa do
      *    saldo paga a multa e os juros, calculados sobre a parte
      *    do principal paga depois do vencimento.
           IF RET-VALOR > SALDO-DA-FATURA
               MOVE SALDO-DA-FATURA TO VALOR-PRINCIPAL
           ELSE
               MOVE RET-VALOR TO VALOR-PRINCIPAL.

           COMPUTE VALOR-ENCARGOS-PAGO =
               RET-VALOR - VALOR-PRINCIPAL.

           MOVE VALOR-PRINCIPAL TO CALCENC-VALOR-BASE.
           MOVE FATURA-DATA-VENCIMENTO TO CALCENC-VENCIMENTO.
           MOVE RET-DATA-PAGAMENTO TO CALCENC-PAGAMENTO.
           PERFORM CALCULA-ENCARGOS.

       APLICA-PAGAMENTO.
           MOVE FATURA-STATUS TO AUDFAT-STATUS-ANTES.
           ADD VALOR-PRINCIPAL TO FATURA-VALOR-PAGO.

           COMPUTE SALDO-DA-FATURA =
               FATURA-VALOR - FATURA-VALOR-PAGO -
                   PERFORM GRAVA-REJEICAO
               NOT INVALID KEY
                   ADD 1 TO TOTAL-APLICADOS
                   ADD VALOR-PRINCIPAL VALOR-ENCARGOS-PAGO
                       TO VALOR-TOTAL-APLICADO
                   PERFORM GRAVA-RECEBIMENTO
                   PERFORM GRAVA-AUDITORIA-FATURA
                   PERFORM LANCA-ENCARGOS
                   PERFORM REVE-CREDITO-DO-CLIENTE
                   PERFORM GUARDA-EXCEDENTE.

       GRAVA-RECEBIMENTO.
      *    mesma trilha do razao que o PROG122 grava na digitacao -
           ACCEPT RECEB-HORA FROM TIME.
           MOVE FATURA-NUMERO TO RECEB-FATURA-NUMERO.
           MOVE FATURA-CLIENTE-CODIGO TO RECEB-CLIENTE-CODIGO.
           MOVE VALOR-PRINCIPAL TO RECEB-VALOR.
           MOVE "BANCO" TO RECEB-ORIGEM.
           MOVE SALDO-DA-FATURA TO RECEB-SALDO-RESULTANTE.
           MOVE SPACE TO RECEB-TIPO.
           WRITE RECEBIMENTO-REGISTRO.

       LANCA-ENCARGOS.
      *    sem operador no lote nao ha dispensa - o que o banco nao
      *    trouxe da multa e dos juros fica em aberto para o caixa
      *    receber ou dispensar no PROG122.
           IF CALCENC-TOTAL > ZEROS
               PERFORM MONTA-ENCARGO
               PERFORM GRAVA-ENCARGO
               PERFORM CONFERE-GRAVACAO-ENCARGO.

       MONTA-ENCARGO.
           MOVE FATURA-NUMERO TO ENC-FATURA-NUMERO.
           MOVE FATURA-CLIENTE-CODIGO TO ENC-CLIENTE-CODIGO.
           MOVE RET-DATA-PAGAMENTO TO ENC-DATA-PAGAMENTO.
           MOVE "BANCO" TO ENC-ORIGEM.
           MOVE CALCENC-DIAS TO ENC-DIAS-ATRASO.
           MOVE CALCENC-VALOR-BASE TO ENC-VALOR-BASE.
           MOVE CALCENC-MULTA TO ENC-VALOR-MULTA.
           MOVE CALCENC-JUROS TO ENC-VALOR-JUROS.
           MOVE VALOR-ENCARGOS-PAGO TO ENC-VALOR-RECEBIDO.
           MOVE ZEROS TO ENC-VALOR-DISPENSADO.
           MOVE SPACES TO ENC-OPERADOR-DISPENSA.
           MOVE ZEROS TO ENC-DATA-DISPENSA.

           IF VALOR-ENCARGOS-PAGO = CALCENC-TOTAL
               MOVE "Q" TO ENC-SITUACAO
           ELSE
               MOVE "A" TO ENC-SITUACAO.

       CONFERE-GRAVACAO-ENCARGO.
           IF CALCENC-GRAVADO = "N"
               MOVE "ERRO AO GRAVAR OS ENCARGOS" TO REJ-MOTIVO
               PERFORM GRAVA-REJEICAO
           ELSE
               IF VALOR-ENCARGOS-PAGO > ZEROS
                   ADD 1 TO TOTAL-COM-ENCARGOS
                   ADD VALOR-ENCARGOS-PAGO TO VALOR-TOTAL-ENCARGOS
                   PERFORM GRAVA-RECEBIMENTO-ENCARGO.

       GRAVA-RECEBIMENTO-ENCARGO.
      *    linha propria no razao para a multa e os juros, com o
      *    que resta do encargo como saldo resultante.
           MOVE RET-DATA-PAGAMENTO TO RECEB-DATA.
           ACCEPT RECEB-HORA FROM TIME.
           MOVE FATURA-NUMERO TO RECEB-FATURA-NUMERO.
           MOVE FATURA-CLIENTE-CODIGO TO RECEB-CLIENTE-CODIGO.
           MOVE VALOR-ENCARGOS-PAGO TO RECEB-VALOR.
           MOVE "BANCO" TO RECEB-ORIGEM.
           COMPUTE RECEB-SALDO-RESULTANTE =
               CALCENC-TOTAL - VALOR-ENCARGOS-PAGO.
           MOVE "E" TO RECEB-TIPO.
           WRITE RECEBIMENTO-REGISTRO.

       REVE-CREDITO-DO-CLIENTE.
           IF FATURA-PAGA
               MOVE FATURA-CLIENTE-CODIGO TO COBRANCA-CLIENTE
               MOVE "BANCO" TO COBRANCA-OPERADOR
               PERFORM REVE-BLOQUEIO-CLIENTE
               IF COBRANCA-LIBERADO = "S"
                   ADD 1 TO TOTAL-LIBERADOS.

       GUARDA-EXCEDENTE.
           IF VALOR-EXCEDENTE > ZEROS
               PERFORM GUARDA-CREDITO.

       GUARDA-CREDITO.
           ADD 1 TO SEQ-ULTIMO-CREDITO.

           MOVE SEQ-ULTIMO-CREDITO TO CRED-NUMERO.
           MOVE CLIENTE-DO-CREDITO TO CRED-CLIENTE-CODIGO.
           MOVE RET-DATA-PAGAMENTO TO CRED-DATA.
           MOVE "BANCO" TO CRED-ORIGEM.
           MOVE RET-REFERENCIA-BANCO TO CRED-REFERENCIA-BANCO.
           MOVE RET-FATURA-NUMERO TO CRED-FATURA-INFORMADA.
           MOVE MOTIVO-DO-CREDITO TO CRED-MOTIVO.
           MOVE VALOR-EXCEDENTE TO CRED-VALOR.
           MOVE ZEROS TO CRED-VALOR-APLICADO.
           MOVE "A" TO CRED-SITUACAO.
           MOVE ZEROS TO CRED-DATA-ULTIMA-APLICACAO.

           WRITE CREDITO-REGISTRO
               INVALID KEY
                   MOVE "ERRO AO GRAVAR O CREDITO" TO REJ-MOTIVO
                   PERFORM GRAVA-REJEICAO
               NOT INVALID KEY
                   ADD 1 TO TOTAL-CREDITOS
                   ADD VALOR-EXCEDENTE TO VALOR-TOTAL-CREDITOS.

       CARREGA-SEQUENCIAS.
      *    o contador de creditos foi acrescentado depois - um
      *    sequencias.dat antigo chega com ele em branco.
           MOVE ZEROS TO SEQUENCIA-REGISTRO.
           OPEN INPUT ARQUIVO-SEQUENCIAS.
           READ ARQUIVO-SEQUENCIAS RECORD AT END
               MOVE ZEROS TO SEQUENCIA-REGISTRO.
           CLOSE ARQUIVO-SEQUENCIAS.

           IF SEQ-ULTIMO-CREDITO NOT NUMERIC
               MOVE ZEROS TO SEQ-ULTIMO-CREDITO.

       GRAVA-SEQUENCIAS.
           OPEN OUTPUT ARQUIVO-SEQUENCIAS.
           WRITE SEQUENCIA-REGISTRO.
           CLOSE ARQUIVO-SEQUENCIAS.

       GRAVA-REJEICAO.
           ADD 1 TO TOTAL-REJEITADOS.


           WRITE EXECUCAO-REGISTRO.
           CLOSE ARQUIVO-EXECUCOES.

           COPY "PDCOBRANCA.cob".
           COPY "PDENCARGO.cob".
           COPY "PDPARAMETRO.cob".
           COPY "PDCALCDIAS.cob".
           COPY "PDPERVENDA.cob".
           COPY "PDAUDFATURA.cob".
           COPY "PDJANELA.cob".
