       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG223.
      *    extrato mensal de conta do cliente - um extrato por
      *    cliente com movimento no mes, pronto para o correio
      *    (endereco no layout das etiquetas do PROG53): saldo
      *    anterior, cada fatura emitida, cada recebimento do
      *    caixa (PROG122) e do banco (PROG124), cada nota de
      *    credito de devolucao (PROG127), a multa e os juros de
      *    atraso lancados, recebidos ou dispensados, as
      *    recuperacoes de fatura baixada como perda, o dinheiro
      *    que o banco trouxe sem fatura para aplicar (credito nao
      *    aplicado, creditos_cliente.dat - a aplicacao dele a uma
      *    fatura pelo PROG225 nao e movimento novo), com o saldo
      *    corrente linha a linha e o saldo final, e a lista das
      *    faturas vencidas ainda em aberto no fim do mes. A baixa
      *    como perda nao e movimento do extrato - o cliente
      *    continua devendo. O saldo anterior e a soma de todo o
      *    movimento antes do mes, e portanto o saldo final do
      *    extrato do mes anterior; a rodada completa guarda o
      *    saldo final de cada cliente em extratos.dat e o extrato
      *    aponta a diferenca quando um lancamento retroativo
      *    mudou o mes ja emitido. Informando um cliente, so o
      *    extrato dele e reimpresso, sem regravar os saldos. A
      *    saida e carimbada pelo arquivo morto de impressoes
      *    (EXTRATO_AAAAMMDD_NNN).
      *    Na base de treinamento (PROG273) a tela abre com o aviso
      *    de dados ficticios.
      *    Com a janela batch noturna no ar (trava do PROG177) a
      *    atualizacao e recusada logo na entrada.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBFATURA.cob".
           COPY "SBCLIENTE.cob".
           COPY "SBRECEBIMENTO.cob".
           COPY "SBDEVOLUCAO.cob".
           COPY "SBENCARGO.cob".
           COPY "SBEXTRATO.cob".
           COPY "SBCREDITO.cob".
           COPY "SBIMPRESSAO.cob".
           SELECT ARQUIVO-ORDENACAO
               ASSIGN TO "EXTRATOSORT.TMP".
           SELECT EXTRATOS-CLIENTES
               ASSIGN TO SAIDAEXTRATO
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY "SBPARAMETRO.cob".
           COPY "SBJANELA.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDFATURA.cob".
           COPY "FDCLIENTE.cob".
           COPY "FDRECEBIMENTO.cob".
           COPY "FDDEVOLUCAO.cob".
           COPY "FDENCARGO.cob".
           COPY "FDEXTRATO.cob".
           COPY "FDCREDITO.cob".
           COPY "FDIMPRESSAO.cob".

       SD  ARQUIVO-ORDENACAO.
       01  ORDENACAO-REGISTRO.
           05 ORD-CLIENTE PIC 9(4).
      *    "1" movimento anterior ao mes (vai para o saldo
      *    anterior), "2" movimento do mes, "3" fatura vencida em
      *    aberto no fim do mes (so listada, sem valor no saldo).
           05 ORD-SECAO PIC X.
               88 ORD-ANTERIOR VALUE "1".
               88 ORD-DO-MES VALUE "2".
               88 ORD-PENDENCIA VALUE "3".
           05 ORD-DATA PIC 9(8).
           05 ORD-DOCUMENTO PIC 9(6).
           05 ORD-DESCRICAO PIC X(18).
           05 ORD-DEBITO PIC 9(8)V99.
           05 ORD-CREDITO PIC 9(8)V99.
           05 ORD-VENCIMENTO PIC 9(8).
           05 ORD-VENCIDA PIC X.

       FD  EXTRATOS-CLIENTES.
       01  LINHA-EXTRATO PIC X(80).
           COPY "FDPARAMETRO.cob".
           COPY "FDJANELA.cob".

       WORKING-STORAGE SECTION.
           COPY "WSJANELA.cob".
           COPY "WSPARAMETRO.cob".
           COPY "WSIMPRESSAO.cob".
           COPY "WSENDERECO.cob".
       77  MES-PEDIDO PIC 9(6).
       77  CLIENTE-PEDIDO PIC 9(4).
       77  DATA-DE-HOJE PIC 9(8).
       77  DATA-INICIO-MES PIC 9(8).
       77  DATA-FIM-MES PIC 9(8).
       77  MES-ANTERIOR PIC 9(6).
       77  FIM-LEITURA PIC X.
       77  FINAL-ARQUIVO PIC X.
       77  PRIMEIRA-LEITURA PIC X.
       77  EXTRATO-ABERTO PIC X.
       77  PENDENCIAS-ABERTAS PIC X.
       77  CLIENTE-ATUAL PIC 9(4).
       77  SALDO-DA-FATURA PIC S9(8)V99.
       77  SALDO-ANTERIOR PIC S9(10)V99.
       77  SALDO-CORRENTE PIC S9(10)V99.
       77  TOTAL-EXTRATOS PIC 9(5).
       77  TOTAL-DIVERGENCIAS PIC 9(5).

      *    mes pedido e o anterior, desmontados.
       01  MES-DESMONTADO.
           05 MES-ANO PIC 9(4).
           05 MES-NUMERO PIC 9(2).

       01  LINHA-TITULO.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(25) VALUE "EXTRATO DE CONTA DO MES ".
           05 TIT-MES PIC 9999/99.
           05 FILLER PIC X(12) VALUE "   Cliente ".
           05 TIT-CLIENTE PIC 9(4).

       01  CABECALHO-MOVIMENTO.
           05 FILLER PIC X(40) VALUE
               "Data        Documento  Historico       ".
           05 FILLER PIC X(40) VALUE
               "     Debito     Credito          Saldo".

       01  LINHA-MOVIMENTO.
           05 MOV-DATA PIC 9999/99/99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 MOV-DOCUMENTO PIC ZZZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 MOV-DESCRICAO PIC X(18).
           05 MOV-DEBITO PIC ZZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 MOV-CREDITO PIC ZZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 MOV-SALDO PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 MOV-MARCA PIC X(1).

       01  LINHA-SALDO.
           05 SAL-DESCRICAO PIC X(24).
           05 FILLER PIC X(39) VALUE SPACES.
           05 SAL-VALOR PIC -ZZ,ZZZ,ZZ9.99.

       01  LINHA-DIVERGENCIA.
           05 FILLER PIC X(36) VALUE
               "ATENCAO: saldo final do extrato de ".
           05 DIV-MES PIC 9999/99.
           05 FILLER PIC X(4) VALUE " foi".
           05 DIV-VALOR PIC -ZZ,ZZZ,ZZ9.99.

       01  LINHA-PENDENCIA.
           05 FILLER PIC X(7) VALUE "Fatura ".
           05 PEN-FATURA PIC 9(6).
           05 FILLER PIC X(13) VALUE "  vencida em ".
           05 PEN-VENCIMENTO PIC 9999/99/99.
           05 FILLER PIC X(9) VALUE "  saldo ".
           05 PEN-SALDO PIC ZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
      *    na base de treinamento a tela abre com o aviso de dados
      *    ficticios.
           PERFORM CARREGA-PARAMETROS.

      *    com a janela batch no ar a atualizacao fica parada - a
      *    trava e do orquestrador PROG177.
           MOVE "PROG223" TO JANELA-PROGRAMA.
           PERFORM CONFERE-JANELA-BATCH.
           IF JANELA-BLOQUEIO = "S"
               GOBACK.

           ACCEPT DATA-DE-HOJE FROM DATE YYYYMMDD.

           DISPLAY "Mes do extrato (AAAAMM, 0 = mes anterior): ".
           ACCEPT MES-PEDIDO.
           DISPLAY "Cliente a reimprimir (0 = todos): ".
           ACCEPT CLIENTE-PEDIDO.

           PERFORM MONTA-PERIODO.

      *    carimba a saida da rodada antes do OPEN.
           MOVE "PROG223" TO IMPRESSAO-PROGRAMA.
           MOVE "EXTRATO" TO IMPRESSAO-PREFIXO.
           MOVE "SAIDAEXTRATO" TO IMPRESSAO-VARIAVEL.
           PERFORM MONTA-NOME-RELATORIO.

           MOVE ZEROS TO TOTAL-EXTRATOS.
           MOVE ZEROS TO TOTAL-DIVERGENCIAS.

           OPEN INPUT ARQUIVO-FATURAS.
           OPEN INPUT ARQUIVO-CLIENTE.
           OPEN INPUT ARQUIVO-RECEBIMENTOS.
           OPEN INPUT ARQUIVO-DEVOLUCOES.
           OPEN INPUT ARQUIVO-ENCARGOS.
           OPEN I-O ARQUIVO-EXTRATOS.
           OPEN INPUT ARQUIVO-CREDITOS.

           SORT ARQUIVO-ORDENACAO
               ON ASCENDING KEY ORD-CLIENTE
               ON ASCENDING KEY ORD-SECAO
               ON ASCENDING KEY ORD-DATA
               ON ASCENDING KEY ORD-DOCUMENTO
               INPUT PROCEDURE IS PREPARA-ORDENACAO
               OUTPUT PROCEDURE IS IMPRIME-EXTRATOS.

           CLOSE ARQUIVO-FATURAS.
           CLOSE ARQUIVO-CLIENTE.
           CLOSE ARQUIVO-RECEBIMENTOS.
           CLOSE ARQUIVO-DEVOLUCOES.
           CLOSE ARQUIVO-ENCARGOS.
           CLOSE ARQUIVO-EXTRATOS.
           CLOSE ARQUIVO-CREDITOS.

           PERFORM GRAVA-INDICE-IMPRESSAO.

           DISPLAY "Extratos emitidos..: " TOTAL-EXTRATOS.
           DISPLAY "Saldos divergentes.: " TOTAL-DIVERGENCIAS.
           DISPLAY "Extratos gravados em " IMPRESSAO-NOME.
       PROGRAM-DONE.
      *    GOBACK devolve o controle ao menu quando chamado pelo
      *    PROG40, e encerra normalmente quando executado sozinho.
           GOBACK.

       MONTA-PERIODO.
      *    o mes vai do dia 01 ao 31 - as datas sao comparadas
      *    como numero, e o dia 31 cobre qualquer fim de mes.
           IF MES-PEDIDO = ZEROS
               COMPUTE MES-ANTERIOR = DATA-DE-HOJE / 100
               PERFORM RECUA-MES-ANTERIOR
               MOVE MES-ANTERIOR TO MES-PEDIDO.

           COMPUTE DATA-INICIO-MES = MES-PEDIDO * 100 + 1.
           COMPUTE DATA-FIM-MES = MES-PEDIDO * 100 + 31.

           MOVE MES-PEDIDO TO MES-ANTERIOR.
           PERFORM RECUA-MES-ANTERIOR.

       RECUA-MES-ANTERIOR.
           MOVE MES-ANTERIOR TO MES-DESMONTADO.

           IF MES-NUMERO = 1
               MOVE 12 TO MES-NUMERO
               SUBTRACT 1 FROM MES-ANO
           ELSE
               SUBTRACT 1 FROM MES-NUMERO.

           MOVE MES-DESMONTADO TO MES-ANTERIOR.

       PREPARA-ORDENACAO.
           PERFORM LIBERA-FATURAS.
           PERFORM LIBERA-RECEBIMENTOS.
           PERFORM LIBERA-DEVOLUCOES.
           PERFORM LIBERA-ENCARGOS.
           PERFORM LIBERA-CREDITOS.

       LIBERA-FATURAS.
           MOVE ZEROS TO FATURA-NUMERO.
           MOVE "N" TO FIM-LEITURA.

           START ARQUIVO-FATURAS
               KEY IS NOT LESS THAN FATURA-NUMERO
               INVALID KEY
                   MOVE "S" TO FIM-LEITURA.

           PERFORM LIBERA-UMA-FATURA
               UNTIL FIM-LEITURA = "S".

       LIBERA-UMA-FATURA.
           READ ARQUIVO-FATURAS NEXT RECORD
               AT END
                   MOVE "S" TO FIM-LEITURA.

           IF FIM-LEITURA = "N"
               IF FATURA-DATA-EMISSAO NOT > DATA-FIM-MES AND
                   (CLIENTE-PEDIDO = ZEROS OR
                    FATURA-CLIENTE-CODIGO = CLIENTE-PEDIDO)
                   PERFORM MONTA-MOVIMENTO-FATURA.

       MONTA-MOVIMENTO-FATURA.
      *    vencida e a fatura ainda em aberto com vencimento
      *    dentro do mes do extrato ou antes dele.
           COMPUTE SALDO-DA-FATURA =
               FATURA-VALOR - FATURA-VALOR-PAGO -
               FATURA-VALOR-CREDITO.

           MOVE "N" TO ORD-VENCIDA.
           IF FATURA-EM-ABERTO AND SALDO-DA-FATURA > ZEROS AND
               FATURA-DATA-VENCIMENTO < DATA-FIM-MES
               MOVE "S" TO ORD-VENCIDA.

           MOVE FATURA-CLIENTE-CODIGO TO ORD-CLIENTE.
           MOVE FATURA-DATA-EMISSAO TO ORD-DATA.
           MOVE FATURA-NUMERO TO ORD-DOCUMENTO.
           MOVE FATURA-DATA-VENCIMENTO TO ORD-VENCIMENTO.
           MOVE FATURA-VALOR TO ORD-DEBITO.
           MOVE ZEROS TO ORD-CREDITO.

           IF FATURA-PARCELA NUMERIC AND FATURA-QTD-PARCELAS > 1
               MOVE "FATURA PARCELADA" TO ORD-DESCRICAO
           ELSE
               MOVE "FATURA" TO ORD-DESCRICAO.

           PERFORM LIBERA-NA-SECAO.

           IF ORD-VENCIDA = "S"
               MOVE "3" TO ORD-SECAO
               MOVE SALDO-DA-FATURA TO ORD-DEBITO
               RELEASE ORDENACAO-REGISTRO.

       LIBERA-NA-SECAO.
           IF ORD-DATA < DATA-INICIO-MES
               MOVE "1" TO ORD-SECAO
           ELSE
               MOVE "2" TO ORD-SECAO.

           RELEASE ORDENACAO-REGISTRO.

       LIBERA-RECEBIMENTOS.
           MOVE "N" TO FIM-LEITURA.
           PERFORM LE-PROXIMO-RECEBIMENTO.

           PERFORM LIBERA-UM-RECEBIMENTO
               UNTIL FIM-LEITURA = "S".

       LE-PROXIMO-RECEBIMENTO.
           READ ARQUIVO-RECEBIMENTOS RECORD AT END
               MOVE "S" TO FIM-LEITURA.

       LIBERA-UM-RECEBIMENTO.
      *    a baixa como perda fica fora do extrato, e a aplicacao
      *    de credito ja entrou quando o credito foi guardado.
           IF RECEB-DATA NOT > DATA-FIM-MES AND
               NOT RECEB-BAIXA-PERDA AND
               NOT RECEB-APLICACAO-CREDITO AND
               (CLIENTE-PEDIDO = ZEROS OR
                RECEB-CLIENTE-CODIGO = CLIENTE-PEDIDO)
               PERFORM MONTA-MOVIMENTO-RECEBIMENTO.

           PERFORM LE-PROXIMO-RECEBIMENTO.

       MONTA-MOVIMENTO-RECEBIMENTO.
           MOVE RECEB-CLIENTE-CODIGO TO ORD-CLIENTE.
           MOVE RECEB-DATA TO ORD-DATA.
           MOVE RECEB-FATURA-NUMERO TO ORD-DOCUMENTO.
           MOVE ZEROS TO ORD-DEBITO.
           MOVE RECEB-VALOR TO ORD-CREDITO.
           MOVE ZEROS TO ORD-VENCIMENTO.
           MOVE "N" TO ORD-VENCIDA.

           IF RECEB-ENCARGO
               MOVE "PAGTO MULTA/JUROS" TO ORD-DESCRICAO
           ELSE
               IF RECEB-RECUPERACAO
                   MOVE "RECUPERACAO" TO ORD-DESCRICAO
               ELSE
                   IF RECEB-ORIGEM = "BANCO"
                       MOVE "PAGAMENTO BANCO" TO ORD-DESCRICAO
                   ELSE
                       MOVE "PAGAMENTO CAIXA" TO ORD-DESCRICAO.

           PERFORM LIBERA-NA-SECAO.

       LIBERA-DEVOLUCOES.
           MOVE "N" TO FIM-LEITURA.
           PERFORM LE-PROXIMA-DEVOLUCAO.

           PERFORM LIBERA-UMA-DEVOLUCAO
               UNTIL FIM-LEITURA = "S".

       LE-PROXIMA-DEVOLUCAO.
           READ ARQUIVO-DEVOLUCOES RECORD AT END
               MOVE "S" TO FIM-LEITURA.

       LIBERA-UMA-DEVOLUCAO.
           IF DEV-DATA NOT > DATA-FIM-MES AND
               (CLIENTE-PEDIDO = ZEROS OR
                DEV-CLIENTE-CODIGO = CLIENTE-PEDIDO)
               MOVE DEV-CLIENTE-CODIGO TO ORD-CLIENTE
               MOVE DEV-DATA TO ORD-DATA
               MOVE DEV-FATURA-NUMERO TO ORD-DOCUMENTO
               MOVE "NOTA DE CREDITO" TO ORD-DESCRICAO
               MOVE ZEROS TO ORD-DEBITO
               MOVE DEV-VALOR TO ORD-CREDITO
               MOVE ZEROS TO ORD-VENCIMENTO
               MOVE "N" TO ORD-VENCIDA
               PERFORM LIBERA-NA-SECAO.

           PERFORM LE-PROXIMA-DEVOLUCAO.

       LIBERA-ENCARGOS.
           MOVE LOW-VALUES TO ENC-CHAVE.
           MOVE "N" TO FIM-LEITURA.

           START ARQUIVO-ENCARGOS
               KEY IS NOT LESS THAN ENC-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-LEITURA.

           PERFORM LIBERA-UM-ENCARGO
               UNTIL FIM-LEITURA = "S".

       LIBERA-UM-ENCARGO.
           READ ARQUIVO-ENCARGOS NEXT RECORD
               AT END
                   MOVE "S" TO FIM-LEITURA.

           IF FIM-LEITURA = "N"
               IF CLIENTE-PEDIDO = ZEROS OR
                   ENC-CLIENTE-CODIGO = CLIENTE-PEDIDO
                   PERFORM MONTA-MOVIMENTOS-ENCARGO.

       MONTA-MOVIMENTOS-ENCARGO.
      *    a multa e os juros entram a debito na data do pagamento
      *    atrasado; a dispensa do caixa, a credito na data dela.
           MOVE ENC-CLIENTE-CODIGO TO ORD-CLIENTE.
           MOVE ENC-FATURA-NUMERO TO ORD-DOCUMENTO.
           MOVE ZEROS TO ORD-VENCIMENTO.
           MOVE "N" TO ORD-VENCIDA.

           IF ENC-DATA-PAGAMENTO NOT > DATA-FIM-MES
               MOVE ENC-DATA-PAGAMENTO TO ORD-DATA
               MOVE "MULTA E JUROS" TO ORD-DESCRICAO
               COMPUTE ORD-DEBITO =
                   ENC-VALOR-MULTA + ENC-VALOR-JUROS
               MOVE ZEROS TO ORD-CREDITO
               PERFORM LIBERA-NA-SECAO.

           IF ENC-VALOR-DISPENSADO > ZEROS AND
               ENC-DATA-DISPENSA NOT > DATA-FIM-MES
               MOVE ENC-DATA-DISPENSA TO ORD-DATA
               MOVE "ENCARGO DISPENSADO" TO ORD-DESCRICAO
               MOVE ZEROS TO ORD-DEBITO
               MOVE ENC-VALOR-DISPENSADO TO ORD-CREDITO
               PERFORM LIBERA-NA-SECAO.

       LIBERA-CREDITOS.
           MOVE ZEROS TO CRED-NUMERO.
           MOVE "N" TO FIM-LEITURA.

           START ARQUIVO-CREDITOS
               KEY IS NOT LESS THAN CRED-NUMERO
               INVALID KEY
                   MOVE "S" TO FIM-LEITURA.

           PERFORM LIBERA-UM-CREDITO
               UNTIL FIM-LEITURA = "S".

       LIBERA-UM-CREDITO.
      *    credito ainda sem cliente identificado nao tem extrato.
           READ ARQUIVO-CREDITOS NEXT RECORD
               AT END
                   MOVE "S" TO FIM-LEITURA.

           IF FIM-LEITURA = "N"
               IF CRED-CLIENTE-CODIGO > ZEROS AND
                   CRED-DATA NOT > DATA-FIM-MES AND
                   (CLIENTE-PEDIDO = ZEROS OR
                    CRED-CLIENTE-CODIGO = CLIENTE-PEDIDO)
                   MOVE CRED-CLIENTE-CODIGO TO ORD-CLIENTE
                   MOVE CRED-DATA TO ORD-DATA
                   MOVE CRED-NUMERO TO ORD-DOCUMENTO
                   MOVE "CREDITO NAO APLIC." TO ORD-DESCRICAO
                   MOVE ZEROS TO ORD-DEBITO
                   MOVE CRED-VALOR TO ORD-CREDITO
                   MOVE ZEROS TO ORD-VENCIMENTO
                   MOVE "N" TO ORD-VENCIDA
                   PERFORM LIBERA-NA-SECAO.

       IMPRIME-EXTRATOS.
           OPEN OUTPUT EXTRATOS-CLIENTES.
           MOVE "S" TO PRIMEIRA-LEITURA.

           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LEIA-PROXIMO-ORDENADO.

           PERFORM PROCESSA-MOVIMENTOS
               UNTIL FINAL-ARQUIVO = "S".

           IF PRIMEIRA-LEITURA = "N"
               PERFORM FECHA-CLIENTE.

           CLOSE EXTRATOS-CLIENTES.

       LEIA-PROXIMO-ORDENADO.
           RETURN ARQUIVO-ORDENACAO RECORD AT END
               MOVE "S" TO FINAL-ARQUIVO.

       PROCESSA-MOVIMENTOS.
           IF PRIMEIRA-LEITURA = "S"
               MOVE "N" TO PRIMEIRA-LEITURA
               PERFORM COMECA-CLIENTE
           ELSE
               IF ORD-CLIENTE NOT = CLIENTE-ATUAL
                   PERFORM FECHA-CLIENTE
                   PERFORM COMECA-CLIENTE.

           IF ORD-ANTERIOR
               ADD ORD-DEBITO TO SALDO-ANTERIOR
               SUBTRACT ORD-CREDITO FROM SALDO-ANTERIOR
           ELSE
               IF ORD-DO-MES
                   PERFORM ESCREVE-MOVIMENTO-DO-MES
               ELSE
                   PERFORM ESCREVE-PENDENCIA.

           PERFORM LEIA-PROXIMO-ORDENADO.

       COMECA-CLIENTE.
           MOVE ORD-CLIENTE TO CLIENTE-ATUAL.
           MOVE ZEROS TO SALDO-ANTERIOR.
           MOVE "N" TO EXTRATO-ABERTO.
           MOVE "N" TO PENDENCIAS-ABERTAS.

       ESCREVE-MOVIMENTO-DO-MES.
           IF EXTRATO-ABERTO = "N"
               PERFORM ABRE-EXTRATO.

           ADD ORD-DEBITO TO SALDO-CORRENTE.
           SUBTRACT ORD-CREDITO FROM SALDO-CORRENTE.

           MOVE ORD-DATA TO MOV-DATA.
           MOVE ORD-DOCUMENTO TO MOV-DOCUMENTO.
           MOVE ORD-DESCRICAO TO MOV-DESCRICAO.
           MOVE ORD-DEBITO TO MOV-DEBITO.
           MOVE ORD-CREDITO TO MOV-CREDITO.
           MOVE SALDO-CORRENTE TO MOV-SALDO.

           IF ORD-VENCIDA = "S"
               MOVE "*" TO MOV-MARCA
           ELSE
               MOVE SPACE TO MOV-MARCA.

           MOVE SPACES TO LINHA-EXTRATO.
           MOVE LINHA-MOVIMENTO TO LINHA-EXTRATO.
           PERFORM ESCREVE-LINHA.

       ESCREVE-PENDENCIA.
      *    as faturas vencidas so saem no extrato de quem teve
      *    movimento no mes, depois do saldo final.
           IF EXTRATO-ABERTO = "S"
               IF PENDENCIAS-ABERTAS = "N"
                   PERFORM ESCREVE-SALDO-FINAL
                   PERFORM ABRE-PENDENCIAS.

           IF PENDENCIAS-ABERTAS = "S"
               MOVE ORD-DOCUMENTO TO PEN-FATURA
               MOVE ORD-VENCIMENTO TO PEN-VENCIMENTO
               MOVE ORD-DEBITO TO PEN-SALDO
               MOVE SPACES TO LINHA-EXTRATO
               MOVE LINHA-PENDENCIA TO LINHA-EXTRATO
               PERFORM ESCREVE-LINHA.

       ABRE-PENDENCIAS.
           MOVE "S" TO PENDENCIAS-ABERTAS.
           PERFORM ESCREVE-LINHA-EM-BRANCO.
           MOVE "Faturas vencidas em aberto:" TO LINHA-EXTRATO.
           PERFORM ESCREVE-LINHA.

       ABRE-EXTRATO.
           MOVE "S" TO EXTRATO-ABERTO.
           ADD 1 TO TOTAL-EXTRATOS.
           MOVE SALDO-ANTERIOR TO SALDO-CORRENTE.

           MOVE CLIENTE-ATUAL TO CLIENTE-CODIGO.
           READ ARQUIVO-CLIENTE RECORD
               INVALID KEY
                   MOVE "DESCONHECIDO" TO CLIENTE-NOME
                   MOVE SPACES TO CLIENTE-ENDERECO
                   MOVE ZEROS TO CLIENTE-CEP.

           MOVE MES-PEDIDO TO TIT-MES.
           MOVE CLIENTE-ATUAL TO TIT-CLIENTE.
           MOVE SPACES TO LINHA-EXTRATO.
           MOVE LINHA-TITULO TO LINHA-EXTRATO.
           PERFORM ESCREVE-LINHA.
           PERFORM ESCREVE-LINHA-EM-BRANCO.

           PERFORM ESCREVE-ENDERECO.

           PERFORM CONFERE-SALDO-ANTERIOR.

           MOVE "Saldo anterior" TO SAL-DESCRICAO.
           MOVE SALDO-ANTERIOR TO SAL-VALOR.
           MOVE SPACES TO LINHA-EXTRATO.
           MOVE LINHA-SALDO TO LINHA-EXTRATO.
           PERFORM ESCREVE-LINHA.

           MOVE SPACES TO LINHA-EXTRATO.
           MOVE CABECALHO-MOVIMENTO TO LINHA-EXTRATO.
           PERFORM ESCREVE-LINHA.

       ESCREVE-ENDERECO.
      *    endereco no mesmo layout das etiquetas do PROG53.
           MOVE SPACES TO LINHA-EXTRATO.
           MOVE CLIENTE-NOME TO LINHA-EXTRATO.
           PERFORM ESCREVE-LINHA.

           MOVE CLIENTE-RUA TO ETQ-RUA.
           MOVE CLIENTE-NUMERO TO ETQ-NUMERO.
           MOVE SPACES TO LINHA-EXTRATO.
           MOVE LINHA-ENDERECO TO LINHA-EXTRATO.
           PERFORM ESCREVE-LINHA.

           MOVE CLIENTE-CIDADE TO ETQ-CIDADE.
           MOVE CLIENTE-ESTADO TO ETQ-ESTADO.
           MOVE CLIENTE-CEP TO ETQ-CEP.
           MOVE SPACES TO LINHA-EXTRATO.
           MOVE LINHA-CIDADE TO LINHA-EXTRATO.
           PERFORM ESCREVE-LINHA.
           PERFORM ESCREVE-LINHA-EM-BRANCO.

       CONFERE-SALDO-ANTERIOR.
      *    o saldo anterior tem de bater com o saldo final gravado
      *    no extrato do mes anterior; sem extrato gravado nao ha
      *    o que conferir.
           MOVE CLIENTE-ATUAL TO EXTR-CLIENTE-CODIGO.
           MOVE MES-ANTERIOR TO EXTR-MES.

           READ ARQUIVO-EXTRATOS RECORD
               INVALID KEY
                   MOVE SALDO-ANTERIOR TO EXTR-SALDO-FINAL.

           IF EXTR-SALDO-FINAL NOT = SALDO-ANTERIOR
               ADD 1 TO TOTAL-DIVERGENCIAS
               MOVE MES-ANTERIOR TO DIV-MES
               MOVE EXTR-SALDO-FINAL TO DIV-VALOR
               MOVE SPACES TO LINHA-EXTRATO
               MOVE LINHA-DIVERGENCIA TO LINHA-EXTRATO
               PERFORM ESCREVE-LINHA
               MOVE "(lancamento com data retroativa depois da"
                   TO LINHA-EXTRATO
               PERFORM ESCREVE-LINHA
               MOVE " emissao; o saldo abaixo ja o considera)"
                   TO LINHA-EXTRATO
               PERFORM ESCREVE-LINHA.

       ESCREVE-SALDO-FINAL.
           MOVE "Saldo final" TO SAL-DESCRICAO.
           MOVE SALDO-CORRENTE TO SAL-VALOR.
           MOVE SPACES TO LINHA-EXTRATO.
           MOVE LINHA-SALDO TO LINHA-EXTRATO.
           PERFORM ESCREVE-LINHA.

       FECHA-CLIENTE.
      *    cliente sem movimento no mes nao recebe extrato, mas o
      *    seu saldo final (o anterior) fica gravado do mesmo
      *    jeito para a conferencia do mes seguinte.
           IF EXTRATO-ABERTO = "S"
               IF PENDENCIAS-ABERTAS = "N"
                   PERFORM ESCREVE-SALDO-FINAL.

           IF EXTRATO-ABERTO = "S"
               PERFORM ESCREVE-RODAPE-EXTRATO
           ELSE
               MOVE SALDO-ANTERIOR TO SALDO-CORRENTE.

           IF CLIENTE-PEDIDO = ZEROS
               PERFORM GRAVA-SALDO-DO-MES.

       ESCREVE-RODAPE-EXTRATO.
           PERFORM ESCREVE-LINHA-EM-BRANCO.
           MOVE "* fatura vencida e ainda em aberto" TO
               LINHA-EXTRATO.
           PERFORM ESCREVE-LINHA.
           MOVE "Departamento de Cobranca" TO LINHA-EXTRATO.
           PERFORM ESCREVE-LINHA.
           PERFORM ESCREVE-LINHA-EM-BRANCO.
           MOVE ALL "-" TO LINHA-EXTRATO.
           PERFORM ESCREVE-LINHA.
           PERFORM ESCREVE-LINHA-EM-BRANCO.

       GRAVA-SALDO-DO-MES.
           MOVE CLIENTE-ATUAL TO EXTR-CLIENTE-CODIGO.
           MOVE MES-PEDIDO TO EXTR-MES.
           MOVE SALDO-CORRENTE TO EXTR-SALDO-FINAL.
           MOVE DATA-DE-HOJE TO EXTR-DATA-EMISSAO.

           WRITE EXTRATO-REGISTRO
               INVALID KEY
                   REWRITE EXTRATO-REGISTRO
                       INVALID KEY
                           DISPLAY "Erro ao gravar o saldo do "
                               "cliente " CLIENTE-ATUAL.

       ESCREVE-LINHA-EM-BRANCO.
           MOVE SPACES TO LINHA-EXTRATO.
           PERFORM ESCREVE-LINHA.

       ESCREVE-LINHA.
           WRITE LINHA-EXTRATO.
           ADD 1 TO IMPRESSAO-LINHAS.

           COPY "PDIMPRESSAO.cob".
           COPY "PDPARAMETRO.cob".
           COPY "PDJANELA.cob".
