       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG220.
      *    remessa de cobranca para o banco, rodada na janela
      *    noturna logo depois do faturamento do PROG121 - grava o
      *    arquivo de largura fixa remessa_cobranca.dat com um
      *    boleto (entrada) para cada fatura nova ainda nao
      *    enviada, com o nosso numero, nome, endereco e CEP do
      *    cliente, vencimento, valor e as instrucoes de multa e
      *    juros de atraso (as mesmas taxas do PROG124), e um
      *    pedido de baixa para cada boleto ja enviado cuja fatura
      *    foi zerada por nota de credito do PROG127. O que foi
      *    mandado em qual remessa fica em remessas.dat; a volta
      *    do banco continua sendo baixada pelo PROG124. Fatura sem
      *    cliente no cadastro nao vai para o banco e conta como
      *    rejeitada. Fatura com NF-e em nfe.dat so vira boleto
      *    depois da autorizacao (PROG250): nota pendente ou
      *    rejeitada fica retida e volta na remessa seguinte; a
      *    fatura anterior a NF-e, sem controle, segue normal.
      *    Com a janela batch noturna no ar (trava do PROG177) a
      *    atualizacao e recusada logo na entrada.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-REMESSA-COBRANCA
               ASSIGN TO "remessa_cobranca.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY "SBFATURA.cob".
           COPY "SBCLIENTE.cob".
           COPY "SBREMESSA.cob".
           COPY "SBSEQUENCIA.cob".
           COPY "SBPARAMETRO.cob".
           COPY "SBENCARGO.cob".
           COPY "SBEXECUCAO.cob".
           COPY "SBNFE.cob".
           COPY "SBJANELA.cob".
       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-REMESSA-COBRANCA.
      *    cabecalho "0" com o numero da remessa, um detalhe "1"
      *    por boleto e o rodape "9" com as quantidades e o valor
      *    das entradas. Decimais implicitos, como no retorno
      *    lido pelo PROG124.
       01  REMESSA-CABECALHO.
           05 REM-CAB-TIPO PIC X.
           05 REM-CAB-SEQUENCIA PIC 9(6).
           05 REM-CAB-DATA-GERACAO PIC 9(8).
       01  REMESSA-DETALHE.
           05 REM-DET-TIPO PIC X.
      *    "01" entrada do boleto, "02" pedido de baixa.
           05 REM-DET-MOVIMENTO PIC X(2).
      *    nosso numero = numero da fatura (na venda a prazo, o da
      *    parcela), o mesmo que volta no retorno do banco.
           05 REM-DET-NOSSO-NUMERO PIC 9(6).
      *    seu numero = fatura impressa e parcela.
           05 REM-DET-DOCUMENTO PIC 9(6).
           05 REM-DET-PARCELA PIC 9(2).
           05 REM-DET-CLIENTE-CODIGO PIC 9(4).
           05 REM-DET-NOME PIC X(20).
           05 REM-DET-RUA PIC X(30).
           05 REM-DET-NUMERO PIC X(6).
           05 REM-DET-CIDADE PIC X(20).
           05 REM-DET-ESTADO PIC X(2).
           05 REM-DET-CEP PIC 9(8).
           05 REM-DET-EMISSAO PIC 9(8).
           05 REM-DET-VENCIMENTO PIC 9(8).
           05 REM-DET-VALOR PIC 9(8)V99.
      *    instrucoes de atraso: multa em percentual sobre o valor
      *    e juros de mora em reais por dia.
           05 REM-DET-PERC-MULTA PIC 9(2)V99.
           05 REM-DET-JUROS-DIA PIC 9(6)V99.
       01  REMESSA-RODAPE.
           05 REM-ROD-TIPO PIC X.
           05 REM-ROD-QTD-ENTRADAS PIC 9(6).
           05 REM-ROD-QTD-BAIXAS PIC 9(6).
           05 REM-ROD-VALOR-ENTRADAS PIC 9(10)V99.

           COPY "FDFATURA.cob".
           COPY "FDCLIENTE.cob".
           COPY "FDREMESSA.cob".
           COPY "FDSEQUENCIA.cob".
           COPY "FDPARAMETRO.cob".
           COPY "FDENCARGO.cob".
           COPY "FDEXECUCAO.cob".
           COPY "FDNFE.cob".
           COPY "FDJANELA.cob".

       WORKING-STORAGE SECTION.
           COPY "WSJANELA.cob".
      *    inicio da rodada, guardado para o registro do log
      *    central de execucoes.
       77  EXECUCAO-DATA-INICIO PIC 9(8).
       77  EXECUCAO-HORA-INICIO PIC 9(8).
       77  DATA-DE-HOJE PIC 9(8).
       77  FINAL-ARQUIVO PIC X.
       77  CLIENTE-ENCONTRADO PIC X.
       77  MOVIMENTO-ENVIADO PIC X.
       77  NFE-LIBERADA PIC X.
       77  NUMERO-DA-REMESSA PIC 9(6).
       77  SALDO-DA-FATURA PIC S9(8)V99.
       77  VALOR-REGISTRADO PIC 9(8)V99.
       77  TOTAL-LIDOS PIC 9(6).
       77  TOTAL-ENTRADAS PIC 9(6).
       77  TOTAL-BAIXAS PIC 9(6).
       77  TOTAL-REJEITADOS PIC 9(6).
       77  TOTAL-NFE-PENDENTE PIC 9(6).
       77  TOTAL-NFE-REJEITADA PIC 9(6).
       77  VALOR-TOTAL-ENTRADAS PIC 9(10)V99.

           COPY "WSENCARGO.cob".
           COPY "WSPARAMETRO.cob".
           COPY "WSCALCDIAS.cob".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
      *    com a janela batch no ar a atualizacao fica parada - a
      *    trava e do orquestrador PROG177.
           MOVE "PROG220" TO JANELA-PROGRAMA.
           PERFORM CONFERE-JANELA-BATCH.
           IF JANELA-BLOQUEIO = "S"
               GOBACK.

           ACCEPT EXECUCAO-DATA-INICIO FROM DATE YYYYMMDD.
           ACCEPT EXECUCAO-HORA-INICIO FROM TIME.
           ACCEPT DATA-DE-HOJE FROM DATE YYYYMMDD.

           PERFORM CARREGA-TAXAS-ENCARGO.
           PERFORM CARREGA-SEQUENCIAS.
           COMPUTE NUMERO-DA-REMESSA = SEQ-ULTIMA-REMESSA + 1.

           OPEN INPUT ARQUIVO-FATURAS.
           OPEN INPUT ARQUIVO-CLIENTE.
           OPEN I-O ARQUIVO-REMESSAS.
           OPEN INPUT ARQUIVO-NFE.
           OPEN OUTPUT ARQUIVO-REMESSA-COBRANCA.

           MOVE ZEROS TO TOTAL-LIDOS.
           MOVE ZEROS TO TOTAL-ENTRADAS.
           MOVE ZEROS TO TOTAL-BAIXAS.
           MOVE ZEROS TO TOTAL-REJEITADOS.
           MOVE ZEROS TO TOTAL-NFE-PENDENTE.
           MOVE ZEROS TO TOTAL-NFE-REJEITADA.
           MOVE ZEROS TO VALOR-TOTAL-ENTRADAS.

           PERFORM GRAVA-CABECALHO-REMESSA.

           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LEIA-PROXIMA-FATURA.

           PERFORM EXAMINA-FATURA
               UNTIL FINAL-ARQUIVO = "S".

           PERFORM GRAVA-RODAPE-REMESSA.

           CLOSE ARQUIVO-FATURAS.
           CLOSE ARQUIVO-CLIENTE.
           CLOSE ARQUIVO-REMESSAS.
           CLOSE ARQUIVO-NFE.
           CLOSE ARQUIVO-REMESSA-COBRANCA.

      *    remessa sem movimento nao gasta numero - a proxima
      *    noite reaproveita a sequencia.
           IF TOTAL-ENTRADAS = ZEROS AND TOTAL-BAIXAS = ZEROS
               DISPLAY "Nenhum boleto novo nem baixa, remessa vazia"
           ELSE
               MOVE NUMERO-DA-REMESSA TO SEQ-ULTIMA-REMESSA
               PERFORM GRAVA-SEQUENCIAS
               DISPLAY "Remessa " NUMERO-DA-REMESSA
                   " gravada em remessa_cobranca.dat".

           DISPLAY "Faturas lidas......: " TOTAL-LIDOS.
           DISPLAY "Boletos enviados...: " TOTAL-ENTRADAS.
           DISPLAY "Valor dos boletos..: " VALOR-TOTAL-ENTRADAS.
           DISPLAY "Baixas pedidas.....: " TOTAL-BAIXAS.
           DISPLAY "Faturas rejeitadas.: " TOTAL-REJEITADOS.
           DISPLAY "Retidas NF-e pend..: " TOTAL-NFE-PENDENTE.
           DISPLAY "Retidas NF-e rejeit: " TOTAL-NFE-REJEITADA.
           PERFORM GRAVA-EXECUCAO.
       PROGRAM-DONE.
      *    GOBACK devolve o controle ao menu quando chamado pelo
      *    PROG40, e encerra normalmente quando executado sozinho.
           GOBACK.

       LEIA-PROXIMA-FATURA.
           READ ARQUIVO-FATURAS NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO.

       EXAMINA-FATURA.
      *    fatura ja mandada ao banco so volta a remessa para a
      *    baixa; fatura ainda nao mandada vai como boleto novo
      *    enquanto tiver saldo em aberto.
           ADD 1 TO TOTAL-LIDOS.

           COMPUTE SALDO-DA-FATURA =
               FATURA-VALOR - FATURA-VALOR-PAGO -
               FATURA-VALOR-CREDITO.

           MOVE "1" TO REMESSA-MOVIMENTO.
           PERFORM PROCURA-MOVIMENTO.

           IF MOVIMENTO-ENVIADO = "S"
               MOVE REMESSA-VALOR TO VALOR-REGISTRADO
               PERFORM CONFERE-BAIXA-DO-BOLETO
           ELSE
               IF FATURA-EM-ABERTO AND SALDO-DA-FATURA > ZEROS
                   PERFORM CONFERE-NFE-DA-FATURA
                   IF NFE-LIBERADA = "S"
                       PERFORM ENVIA-ENTRADA-DO-BOLETO.

           PERFORM LEIA-PROXIMA-FATURA.

       PROCURA-MOVIMENTO.
           MOVE FATURA-NUMERO TO REMESSA-FATURA-NUMERO.
           MOVE "S" TO MOVIMENTO-ENVIADO.

           READ ARQUIVO-REMESSAS RECORD
               INVALID KEY
                   MOVE "N" TO MOVIMENTO-ENVIADO.

       CONFERE-NFE-DA-FATURA.
      *    todas as parcelas levam o documento, que e a chave do
      *    controle da nota. A retida nao e gravada em remessas.dat
      *    e volta a ser examinada na proxima noite.
           MOVE "S" TO NFE-LIBERADA.

           IF FATURA-DOCUMENTO NUMERIC AND
               FATURA-DOCUMENTO > ZEROS
               PERFORM LE-NFE-DA-FATURA.

       LE-NFE-DA-FATURA.
           MOVE FATURA-DOCUMENTO TO NFE-DOCUMENTO.

           READ ARQUIVO-NFE RECORD
               INVALID KEY
                   MOVE "A" TO NFE-SITUACAO.

           IF NFE-REJEITADA
               MOVE "N" TO NFE-LIBERADA
               ADD 1 TO TOTAL-NFE-REJEITADA
               DISPLAY "Fatura " FATURA-NUMERO " retida - NF-e "
                   FATURA-DOCUMENTO " rejeitada (" NFE-CODIGO-REJEICAO
                   ")"
           ELSE
               IF NOT NFE-AUTORIZADA
                   MOVE "N" TO NFE-LIBERADA
                   ADD 1 TO TOTAL-NFE-PENDENTE.

       CONFERE-BAIXA-DO-BOLETO.
      *    a baixa vale para o boleto que a nota de credito zerou -
      *    o que foi pago no banco ja volta baixado pelo proprio
      *    banco.
           IF FATURA-VALOR-CREDITO > ZEROS AND
               SALDO-DA-FATURA NOT > ZEROS
               MOVE "2" TO REMESSA-MOVIMENTO
               PERFORM PROCURA-MOVIMENTO
               IF MOVIMENTO-ENVIADO = "N"
                   PERFORM ENVIA-BAIXA-DO-BOLETO.

       ENVIA-ENTRADA-DO-BOLETO.
           PERFORM BUSCA-CLIENTE-DO-BOLETO.

           IF CLIENTE-ENCONTRADO = "N"
               ADD 1 TO TOTAL-REJEITADOS
               DISPLAY "Fatura " FATURA-NUMERO " sem cliente "
                   FATURA-CLIENTE-CODIGO " - boleto nao enviado"
           ELSE
               MOVE "01" TO REM-DET-MOVIMENTO
               MOVE SALDO-DA-FATURA TO VALOR-REGISTRADO
               PERFORM GRAVA-DETALHE-REMESSA
               MOVE "1" TO REMESSA-MOVIMENTO
               PERFORM REGISTRA-MOVIMENTO-ENVIADO
               ADD 1 TO TOTAL-ENTRADAS
               ADD VALOR-REGISTRADO TO VALOR-TOTAL-ENTRADAS.

       ENVIA-BAIXA-DO-BOLETO.
      *    a baixa leva o valor que foi registrado na entrada; o
      *    cliente fora do cadastro nao impede o pedido de baixa.
           PERFORM BUSCA-CLIENTE-DO-BOLETO.

           MOVE "02" TO REM-DET-MOVIMENTO.
           PERFORM GRAVA-DETALHE-REMESSA.
           MOVE "2" TO REMESSA-MOVIMENTO.
           PERFORM REGISTRA-MOVIMENTO-ENVIADO.
           ADD 1 TO TOTAL-BAIXAS.

       BUSCA-CLIENTE-DO-BOLETO.
           MOVE FATURA-CLIENTE-CODIGO TO CLIENTE-CODIGO.
           MOVE "S" TO CLIENTE-ENCONTRADO.

           READ ARQUIVO-CLIENTE RECORD
               INVALID KEY
                   MOVE "N" TO CLIENTE-ENCONTRADO.

           IF CLIENTE-ENCONTRADO = "N"
               MOVE SPACES TO CLIENTE-NOME
               MOVE SPACES TO CLIENTE-ENDERECO
               MOVE ZEROS TO CLIENTE-CEP.

       GRAVA-DETALHE-REMESSA.
           MOVE "1" TO REM-DET-TIPO.
           MOVE FATURA-NUMERO TO REM-DET-NOSSO-NUMERO.

      *    fatura anterior as condicoes de pagamento nao tem
      *    documento nem parcela - vale como parcela unica dela
      *    mesma.
           IF FATURA-DOCUMENTO NOT NUMERIC OR
               FATURA-DOCUMENTO = ZEROS
               MOVE FATURA-NUMERO TO REM-DET-DOCUMENTO
               MOVE 1 TO REM-DET-PARCELA
           ELSE
               MOVE FATURA-DOCUMENTO TO REM-DET-DOCUMENTO
               MOVE FATURA-PARCELA TO REM-DET-PARCELA.

           MOVE FATURA-CLIENTE-CODIGO TO REM-DET-CLIENTE-CODIGO.
           MOVE CLIENTE-NOME TO REM-DET-NOME.
           MOVE CLIENTE-RUA TO REM-DET-RUA.
           MOVE CLIENTE-NUMERO TO REM-DET-NUMERO.
           MOVE CLIENTE-CIDADE TO REM-DET-CIDADE.
           MOVE CLIENTE-ESTADO TO REM-DET-ESTADO.
           MOVE CLIENTE-CEP TO REM-DET-CEP.
           MOVE FATURA-DATA-EMISSAO TO REM-DET-EMISSAO.
           MOVE FATURA-DATA-VENCIMENTO TO REM-DET-VENCIMENTO.
           MOVE VALOR-REGISTRADO TO REM-DET-VALOR.

           COMPUTE REM-DET-PERC-MULTA = CALCENC-TAXA-MULTA * 100.
           COMPUTE REM-DET-JUROS-DIA ROUNDED =
               VALOR-REGISTRADO * CALCENC-TAXA-JUROS-DIA.

           WRITE REMESSA-DETALHE.

       REGISTRA-MOVIMENTO-ENVIADO.
           MOVE FATURA-NUMERO TO REMESSA-FATURA-NUMERO.
           MOVE NUMERO-DA-REMESSA TO REMESSA-SEQUENCIA.
           MOVE DATA-DE-HOJE TO REMESSA-DATA-ENVIO.
           MOVE VALOR-REGISTRADO TO REMESSA-VALOR.

           WRITE REMESSA-REGISTRO
               INVALID KEY
                   DISPLAY "Erro ao registrar a remessa da fatura "
                       FATURA-NUMERO.

       GRAVA-CABECALHO-REMESSA.
           MOVE SPACES TO REMESSA-CABECALHO.
           MOVE "0" TO REM-CAB-TIPO.
           MOVE NUMERO-DA-REMESSA TO REM-CAB-SEQUENCIA.
           MOVE DATA-DE-HOJE TO REM-CAB-DATA-GERACAO.
           WRITE REMESSA-CABECALHO.

       GRAVA-RODAPE-REMESSA.
           MOVE SPACES TO REMESSA-RODAPE.
           MOVE "9" TO REM-ROD-TIPO.
           MOVE TOTAL-ENTRADAS TO REM-ROD-QTD-ENTRADAS.
           MOVE TOTAL-BAIXAS TO REM-ROD-QTD-BAIXAS.
           MOVE VALOR-TOTAL-ENTRADAS TO REM-ROD-VALOR-ENTRADAS.
           WRITE REMESSA-RODAPE.

       CARREGA-SEQUENCIAS.
      *    le o ultimo numero atribuido, como o PROG121; arquivo
      *    gravado antes do campo de remessas existir chega com
      *    ele em branco, e a numeracao comeca do zero.
           MOVE ZEROS TO SEQUENCIA-REGISTRO.
           OPEN INPUT ARQUIVO-SEQUENCIAS.
           READ ARQUIVO-SEQUENCIAS RECORD AT END
               MOVE ZEROS TO SEQUENCIA-REGISTRO.
           CLOSE ARQUIVO-SEQUENCIAS.

           IF SEQ-ULTIMA-REMESSA NOT NUMERIC
               MOVE ZEROS TO SEQ-ULTIMA-REMESSA.

       GRAVA-SEQUENCIAS.
           OPEN OUTPUT ARQUIVO-SEQUENCIAS.
           WRITE SEQUENCIA-REGISTRO.
           CLOSE ARQUIVO-SEQUENCIAS.

       GRAVA-EXECUCAO.
      *    anexa a rodada ao log central de execucoes, de onde o
      *    resumo matinal do PROG118 le a janela da noite.
           OPEN EXTEND ARQUIVO-EXECUCOES.
           MOVE "PROG220" TO EXEC-PROGRAMA.
           MOVE EXECUCAO-DATA-INICIO TO EXEC-DATA-INICIO.
           MOVE EXECUCAO-HORA-INICIO TO EXEC-HORA-INICIO.
           ACCEPT EXEC-DATA-FIM FROM DATE YYYYMMDD.
           ACCEPT EXEC-HORA-FIM FROM TIME.
           MOVE TOTAL-LIDOS TO EXEC-LIDOS.
           COMPUTE EXEC-GRAVADOS = TOTAL-ENTRADAS + TOTAL-BAIXAS.
           MOVE TOTAL-REJEITADOS TO EXEC-REJEITADOS.

           IF TOTAL-REJEITADOS > ZEROS
               MOVE "RJ" TO EXEC-RESULTADO
           ELSE
               MOVE "OK" TO EXEC-RESULTADO.

           WRITE EXECUCAO-REGISTRO.
           CLOSE ARQUIVO-EXECUCOES.

           COPY "PDENCARGO.cob".
           COPY "PDPARAMETRO.cob".
           COPY "PDCALCDIAS.cob".
           COPY "PDJANELA.cob".
