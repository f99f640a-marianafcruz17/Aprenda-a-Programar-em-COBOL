      *    pagamento contra a fatura em faturas.dat, baixa a fatura
      *    quando o saldo zera e anexa o lancamento ao razao de
      *    recebimentos, para a cobranca sair da pasta de papel.
      *    Pago depois do vencimento, o que passa do saldo quita a
      *    multa e os juros de atraso (encargos.dat, com linha
      *    propria no razao); o que o cliente nao pagar deles o
      *    caixa dispensa, ficando o seu nome no encargo, ou deixa
      *    em aberto para receber com a fatura ja quitada.
      *    Pagamento maior que o saldo mais os encargos e recusado
      *    - diferenca a maior e assunto para a contabilidade, nao
      *    para o caixa. Venda a prazo e recebida parcela a
      *    parcela, pelo numero de cada uma.
      *    Quitada a ultima fatura em aviso final de um cliente com
      *    credito bloqueado pela regua de cobranca (PROG217), o
      *    bloqueio sai e a liberacao fica nos contatos dele.
      *    Fatura ja baixada como perda (PROG174) recebe o que o
      *    cliente pagar como recuperacao, ate o valor baixado.
      *    Com o mes de hoje ja fechado pelo PROG263 o caixa nao
      *    abre. A fatura quitada sai na trilha de auditoria com o
      *    operador do caixa.
      *    Com a janela batch noturna no ar (trava do PROG177) a
      *    atualizacao e recusada logo na entrada.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBFATURA.cob".
           COPY "SBCLIENTE.cob".
           COPY "SBRECEBIMENTO.cob".
           COPY "SBCONTATO.cob".
           COPY "SBENCARGO.cob".
           COPY "SBPARAMETRO.cob".
           COPY "SBPERVENDA.cob".
           COPY "SBAUDITORIA.cob".
           COPY "SBJANELA.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDFATURA.cob".
           COPY "FDCLIENTE.cob".
           COPY "FDRECEBIMENTO.cob".
           COPY "FDCONTATO.cob".
           COPY "FDENCARGO.cob".
           COPY "FDPARAMETRO.cob".
           COPY "FDPERVENDA.cob".
           COPY "FDAUDITORIA.cob".
           COPY "FDJANELA.cob".

       WORKING-STORAGE SECTION.
           COPY "WSJANELA.cob".
           COPY "WSCONFIRMA.cob".
           COPY "WSCOBRANCA.cob".
           COPY "WSENCARGO.cob".
           COPY "WSPARAMETRO.cob".
           COPY "WSCALCDIAS.cob".
           COPY "WSPERVENDA.cob".
           COPY "WSAUDFATURA.cob".
       77  REGISTRO-ENCONTRADO PIC X.
       77  NUMERO-INFORMADO PIC 9(6).
       77  VALOR-RECEBIDO PIC 9(8)V99.
       77  SALDO-DA-FATURA PIC S9(8)V99.
       77  OPERADOR-DO-CAIXA PIC X(10).
       77  DATA-DE-HOJE PIC 9(8).
       77  VALOR-PRINCIPAL PIC 9(8)V99.
       77  VALOR-ENCARGOS-PAGO PIC 9(8)V99.
       77  ENCARGO-RESTANTE PIC 9(8)V99.
       77  ENCARGOS-EM-ABERTO PIC 9(8)V99.
       77  VALOR-A-DISTRIBUIR PIC 9(8)V99.
       77  PARTE-DO-ENCARGO PIC 9(8)V99.
       77  SALDO-DO-ENCARGO PIC 9(8)V99.
       77  TOTAL-PARA-QUITAR PIC 9(8)V99.
       77  DISPENSA-RESTANTE PIC X.
       77  FIM-ENCARGOS PIC X.
       77  SALDO-A-RECUPERAR PIC S9(8)V99.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
      *    mes de vendas fechado pelo PROG263 nao recebe mais
      *    lancamento - so a reabertura do administrador o libera.
           PERFORM CONFERE-MES-DE-HOJE.
           IF PERVEN-BLOQUEADO = "S"
               DISPLAY "Mes " PERVEN-MES-LANCAMENTO
                   " ja fechado pelo PROG263, nada recebido"
               GOBACK.

      *    com a janela batch no ar a atualizacao fica parada - a
      *    trava e do orquestrador PROG177.
           MOVE "PROG122" TO JANELA-PROGRAMA.
           PERFORM CONFERE-JANELA-BATCH.
           IF JANELA-BLOQUEIO = "S"
               GOBACK.

           DISPLAY "Operador do caixa: ".
           ACCEPT OPERADOR-DO-CAIXA.
           ACCEPT DATA-DE-HOJE FROM DATE YYYYMMDD.
           MOVE "A" TO AUDFAT-OPERACAO.
           MOVE OPERADOR-DO-CAIXA TO AUDFAT-OPERADOR.

           OPEN I-O ARQUIVO-FATURAS.
           OPEN I-O ARQUIVO-CLIENTE.
           OPEN EXTEND ARQUIVO-RECEBIMENTOS.
           OPEN I-O ARQUIVO-CONTATOS.
           OPEN I-O ARQUIVO-ENCARGOS.
           OPEN EXTEND ARQUIVO-AUDITORIA.

           PERFORM CARREGA-TAXAS-ENCARGO.

           MOVE 999999 TO NUMERO-INFORMADO.
           PERFORM RECEBE-PAGAMENTO
           CLOSE ARQUIVO-FATURAS.
           CLOSE ARQUIVO-CLIENTE.
           CLOSE ARQUIVO-RECEBIMENTOS.
           CLOSE ARQUIVO-CONTATOS.
           CLOSE ARQUIVO-ENCARGOS.
           CLOSE ARQUIVO-AUDITORIA.
       PROGRAM-DONE.
      *    GOBACK devolve o controle ao menu quando chamado pelo
      *    PROG40, e encerra normalmente quando executado sozinho.
                   DISPLAY "Fatura nao encontrada".

       AVALIA-FATURA.
           PERFORM SOMA-ENCARGOS-EM-ABERTO.

           IF FATURA-PAGA
               IF ENCARGOS-EM-ABERTO = ZEROS
                   DISPLAY "Fatura ja esta paga"
               ELSE
                   PERFORM RECEBE-ENCARGOS-EM-ABERTO
           ELSE
               IF FATURA-BAIXADA-PERDA
                   PERFORM RECEBE-RECUPERACAO
               ELSE
                   PERFORM MOSTRA-FATURA
                   PERFORM PEGA-VALOR-RECEBIDO.

       RECEBE-RECUPERACAO.
      *    a fatura baixada nao volta a ser paga - o recebimento e
      *    recuperacao da perda, sem multa nem juros.
           PERFORM BUSCA-NOME-CLIENTE.

           COMPUTE SALDO-A-RECUPERAR =
               FATURA-VALOR-BAIXADO - FATURA-VALOR-RECUPERADO.

           DISPLAY "Cliente.....: " FATURA-CLIENTE-CODIGO
               " " CLIENTE-NOME.
           DISPLAY "Fatura baixada como perda em "
               FATURA-DATA-BAIXA " motivo " FATURA-MOTIVO-BAIXA.
           DISPLAY "Valor baixado.: " FATURA-VALOR-BAIXADO.
           DISPLAY "Ja recuperado.: " FATURA-VALOR-RECUPERADO.
           DISPLAY "A recuperar...: " SALDO-A-RECUPERAR.

           IF SALDO-A-RECUPERAR NOT > ZEROS
               DISPLAY "Nada mais a recuperar nesta fatura"
           ELSE
               PERFORM PEGA-VALOR-RECUPERADO.

       PEGA-VALOR-RECUPERADO.
           DISPLAY "Valor recebido: ".
           ACCEPT VALOR-RECEBIDO.

           IF VALOR-RECEBIDO = ZEROS
               DISPLAY "Nada lancado"
           ELSE
               IF VALOR-RECEBIDO > SALDO-A-RECUPERAR
                   DISPLAY "Valor maior que o baixado a recuperar, "
                       "nada lancado"
               ELSE
                   PERFORM CONFIRMA-RECUPERACAO.

       CONFIRMA-RECUPERACAO.
           MOVE "Confirma a recuperacao (S/N)? " TO
               CONFIRMA-MENSAGEM.
           MOVE SPACE TO CONFIRMA-RESPOSTA.
           PERFORM PERGUNTA-CONFIRMACAO
               UNTIL CONFIRMA-RESPOSTA = "S" OR "N".

           IF CONFIRMA-RESPOSTA = "S"
               PERFORM APLICA-RECUPERACAO
           ELSE
               DISPLAY "Recuperacao cancelada".

       APLICA-RECUPERACAO.
           ADD VALOR-RECEBIDO TO FATURA-VALOR-RECUPERADO.
           SUBTRACT VALOR-RECEBIDO FROM SALDO-A-RECUPERAR.

           REWRITE FATURA-REGISTRO
               INVALID KEY
                   DISPLAY "Erro ao reescrever a fatura"
               NOT INVALID KEY
                   PERFORM GRAVA-RECEBIMENTO-RECUPERACAO
                   DISPLAY "Recuperacao lancada, resta: "
                       SALDO-A-RECUPERAR.

       GRAVA-RECEBIMENTO-RECUPERACAO.
           ACCEPT RECEB-DATA FROM DATE YYYYMMDD.
           ACCEPT RECEB-HORA FROM TIME.
           MOVE FATURA-NUMERO TO RECEB-FATURA-NUMERO.
           MOVE FATURA-CLIENTE-CODIGO TO RECEB-CLIENTE-CODIGO.
           MOVE VALOR-RECEBIDO TO RECEB-VALOR.
           MOVE OPERADOR-DO-CAIXA TO RECEB-ORIGEM.
           MOVE SALDO-A-RECUPERAR TO RECEB-SALDO-RESULTANTE.
           MOVE "R" TO RECEB-TIPO.
           WRITE RECEBIMENTO-REGISTRO.

       MOSTRA-FATURA.
           PERFORM BUSCA-NOME-CLIENTE.

           DISPLAY "Cliente.....: " FATURA-CLIENTE-CODIGO
               " " CLIENTE-NOME.
           IF FATURA-PARCELA NUMERIC AND FATURA-QTD-PARCELAS > 1
               DISPLAY "Parcela.....: " FATURA-PARCELA "/"
                   FATURA-QTD-PARCELAS " da fatura "
                   FATURA-DOCUMENTO.
           DISPLAY "Vencimento..: " FATURA-DATA-VENCIMENTO.
           DISPLAY "Valor.......: " FATURA-VALOR.
           DISPLAY "Saldo aberto: " SALDO-DA-FATURA.

      *    quanto o cliente deve hoje se quitar o saldo todo.
           MOVE SALDO-DA-FATURA TO CALCENC-VALOR-BASE.
           MOVE FATURA-DATA-VENCIMENTO TO CALCENC-VENCIMENTO.
           MOVE DATA-DE-HOJE TO CALCENC-PAGAMENTO.
           PERFORM CALCULA-ENCARGOS.

           IF CALCENC-TOTAL > ZEROS
               COMPUTE TOTAL-PARA-QUITAR =
                   SALDO-DA-FATURA + CALCENC-TOTAL
               DISPLAY "Dias atraso.: " CALCENC-DIAS
               DISPLAY "Multa.......: " CALCENC-MULTA
               DISPLAY "Juros.......: " CALCENC-JUROS
               DISPLAY "Para quitar.: " TOTAL-PARA-QUITAR.

           IF ENCARGOS-EM-ABERTO > ZEROS
               DISPLAY "Encargos de atrasos anteriores em aberto: "
                   ENCARGOS-EM-ABERTO
               DISPLAY "(recebidos depois de quitada a fatura)".

       BUSCA-NOME-CLIENTE.
           MOVE FATURA-CLIENTE-CODIGO TO CLIENTE-CODIGO.
           READ ARQUIVO-CLIENTE RECORD
           IF VALOR-RECEBIDO = ZEROS
               DISPLAY "Nada lancado"
           ELSE
               PERFORM SEPARA-PRINCIPAL-E-ENCARGOS
               IF VALOR-ENCARGOS-PAGO > CALCENC-TOTAL
                   DISPLAY "Valor maior que o saldo mais os "
                       "encargos, nada lancado"
               ELSE
                   PERFORM CONFIRMA-RECEBIMENTO.

       SEPARA-PRINCIPAL-E-ENCARGOS.
      *    o pagamento quita primeiro o principal; o que passa do
      *    saldo paga a multa e os juros, calculados sobre a parte
      *    do principal paga depois do vencimento.
           IF VALOR-RECEBIDO > SALDO-DA-FATURA
               MOVE SALDO-DA-FATURA TO VALOR-PRINCIPAL
           ELSE
               MOVE VALOR-RECEBIDO TO VALOR-PRINCIPAL.

           COMPUTE VALOR-ENCARGOS-PAGO =
               VALOR-RECEBIDO - VALOR-PRINCIPAL.

           MOVE VALOR-PRINCIPAL TO CALCENC-VALOR-BASE.
           MOVE FATURA-DATA-VENCIMENTO TO CALCENC-VENCIMENTO.
           MOVE DATA-DE-HOJE TO CALCENC-PAGAMENTO.
           PERFORM CALCULA-ENCARGOS.

       CONFIRMA-RECEBIMENTO.
           MOVE "Confirma o recebimento (S/N)? " TO
               CONFIRMA-MENSAGEM.
               DISPLAY "Recebimento cancelado".

       APLICA-RECEBIMENTO.
           MOVE FATURA-STATUS TO AUDFAT-STATUS-ANTES.
           ADD VALOR-PRINCIPAL TO FATURA-VALOR-PAGO.

           COMPUTE SALDO-DA-FATURA =
               FATURA-VALOR - FATURA-VALOR-PAGO -
                   DISPLAY "Erro ao reescrever a fatura"
               NOT INVALID KEY
                   PERFORM GRAVA-RECEBIMENTO
                   PERFORM GRAVA-AUDITORIA-FATURA
                   DISPLAY "Recebimento aplicado, saldo: "
                       SALDO-DA-FATURA
                   PERFORM LANCA-ENCARGOS
                   PERFORM REVE-CREDITO-DO-CLIENTE.

       GRAVA-RECEBIMENTO.
           ACCEPT RECEB-DATA FROM DATE YYYYMMDD.
           ACCEPT RECEB-HORA FROM TIME.
           MOVE FATURA-NUMERO TO RECEB-FATURA-NUMERO.
           MOVE FATURA-CLIENTE-CODIGO TO RECEB-CLIENTE-CODIGO.
           MOVE VALOR-PRINCIPAL TO RECEB-VALOR.
           MOVE OPERADOR-DO-CAIXA TO RECEB-ORIGEM.
           MOVE SALDO-DA-FATURA TO RECEB-SALDO-RESULTANTE.
           MOVE SPACE TO RECEB-TIPO.
           WRITE RECEBIMENTO-REGISTRO.

       LANCA-ENCARGOS.
           IF CALCENC-TOTAL > ZEROS
               PERFORM MONTA-ENCARGO
               PERFORM GRAVA-ENCARGO
               PERFORM CONFERE-GRAVACAO-ENCARGO.

       MONTA-ENCARGO.
           MOVE FATURA-NUMERO TO ENC-FATURA-NUMERO.
           MOVE FATURA-CLIENTE-CODIGO TO ENC-CLIENTE-CODIGO.
           MOVE DATA-DE-HOJE TO ENC-DATA-PAGAMENTO.
           MOVE OPERADOR-DO-CAIXA TO ENC-ORIGEM.
           MOVE CALCENC-DIAS TO ENC-DIAS-ATRASO.
           MOVE CALCENC-VALOR-BASE TO ENC-VALOR-BASE.
           MOVE CALCENC-MULTA TO ENC-VALOR-MULTA.
           MOVE CALCENC-JUROS TO ENC-VALOR-JUROS.
           MOVE VALOR-ENCARGOS-PAGO TO ENC-VALOR-RECEBIDO.
           MOVE ZEROS TO ENC-VALOR-DISPENSADO.
           MOVE SPACES TO ENC-OPERADOR-DISPENSA.
           MOVE ZEROS TO ENC-DATA-DISPENSA.

           COMPUTE ENCARGO-RESTANTE =
               CALCENC-TOTAL - VALOR-ENCARGOS-PAGO.

           DISPLAY "Multa e juros de atraso: " CALCENC-TOTAL.

           IF ENCARGO-RESTANTE = ZEROS
               MOVE "Q" TO ENC-SITUACAO
           ELSE
               MOVE "A" TO ENC-SITUACAO
               PERFORM PERGUNTA-DISPENSA.

       PERGUNTA-DISPENSA.
           DISPLAY "Encargos nao pagos: " ENCARGO-RESTANTE.
           MOVE "Dispensar o cliente do restante (S/N)? " TO
               CONFIRMA-MENSAGEM.
           MOVE SPACE TO CONFIRMA-RESPOSTA.
           PERFORM PERGUNTA-CONFIRMACAO
               UNTIL CONFIRMA-RESPOSTA = "S" OR "N".

           IF CONFIRMA-RESPOSTA = "S"
               MOVE ENCARGO-RESTANTE TO ENC-VALOR-DISPENSADO
               MOVE OPERADOR-DO-CAIXA TO ENC-OPERADOR-DISPENSA
               MOVE DATA-DE-HOJE TO ENC-DATA-DISPENSA
               MOVE "Q" TO ENC-SITUACAO
               MOVE ZEROS TO ENCARGO-RESTANTE
           ELSE
               DISPLAY "Restante fica em aberto para receber depois".

       CONFERE-GRAVACAO-ENCARGO.
           IF CALCENC-GRAVADO = "N"
               DISPLAY "Erro ao gravar os encargos de atraso"
           ELSE
               IF VALOR-ENCARGOS-PAGO > ZEROS
                   PERFORM GRAVA-RECEBIMENTO-ENCARGO.

       GRAVA-RECEBIMENTO-ENCARGO.
      *    linha propria no razao para a multa e os juros, com o
      *    que resta em aberto dos encargos como saldo resultante.
           ACCEPT RECEB-DATA FROM DATE YYYYMMDD.
           ACCEPT RECEB-HORA FROM TIME.
           MOVE FATURA-NUMERO TO RECEB-FATURA-NUMERO.
           MOVE FATURA-CLIENTE-CODIGO TO RECEB-CLIENTE-CODIGO.
           MOVE VALOR-ENCARGOS-PAGO TO RECEB-VALOR.
           MOVE OPERADOR-DO-CAIXA TO RECEB-ORIGEM.
           MOVE ENCARGO-RESTANTE TO RECEB-SALDO-RESULTANTE.
           MOVE "E" TO RECEB-TIPO.
           WRITE RECEBIMENTO-REGISTRO.

       RECEBE-ENCARGOS-EM-ABERTO.
      *    fatura quitada com multa e juros ainda devidos - o
      *    pagamento vai para os encargos mais antigos primeiro.
           PERFORM BUSCA-NOME-CLIENTE.

           DISPLAY "Fatura ja esta paga".
           DISPLAY "Cliente.....: " FATURA-CLIENTE-CODIGO
               " " CLIENTE-NOME.
           DISPLAY "Encargos de atraso em aberto: "
               ENCARGOS-EM-ABERTO.
           DISPLAY "Valor recebido dos encargos: ".
           ACCEPT VALOR-ENCARGOS-PAGO.

           IF VALOR-ENCARGOS-PAGO > ENCARGOS-EM-ABERTO
               DISPLAY "Valor maior que os encargos, nada lancado"
           ELSE
               PERFORM BAIXA-ENCARGOS-EM-ABERTO.

       BAIXA-ENCARGOS-EM-ABERTO.
           COMPUTE ENCARGO-RESTANTE =
               ENCARGOS-EM-ABERTO - VALOR-ENCARGOS-PAGO.

           MOVE "N" TO DISPENSA-RESTANTE.
           IF ENCARGO-RESTANTE > ZEROS
               PERFORM PERGUNTA-DISPENSA-EM-ABERTO.

           IF VALOR-ENCARGOS-PAGO = ZEROS AND
              DISPENSA-RESTANTE = "N"
               DISPLAY "Nada lancado"
           ELSE
               MOVE VALOR-ENCARGOS-PAGO TO VALOR-A-DISTRIBUIR
               PERFORM POSICIONA-ENCARGOS-DA-FATURA
               PERFORM BAIXA-UM-ENCARGO
                   UNTIL FIM-ENCARGOS = "S"
               PERFORM FECHA-BAIXA-ENCARGOS.

       PERGUNTA-DISPENSA-EM-ABERTO.
           DISPLAY "Restariam em aberto: " ENCARGO-RESTANTE.
           MOVE "Dispensar o cliente do restante (S/N)? " TO
               CONFIRMA-MENSAGEM.
           MOVE SPACE TO CONFIRMA-RESPOSTA.
           PERFORM PERGUNTA-CONFIRMACAO
               UNTIL CONFIRMA-RESPOSTA = "S" OR "N".
           MOVE CONFIRMA-RESPOSTA TO DISPENSA-RESTANTE.

       BAIXA-UM-ENCARGO.
           IF ENC-EM-ABERTO
               COMPUTE SALDO-DO-ENCARGO =
                   ENC-VALOR-MULTA + ENC-VALOR-JUROS -
                   ENC-VALOR-RECEBIDO - ENC-VALOR-DISPENSADO
               PERFORM DISTRIBUI-PAGAMENTO-NO-ENCARGO
               REWRITE ENCARGO-REGISTRO
                   INVALID KEY
                       DISPLAY "Erro ao reescrever o encargo".

           PERFORM LE-PROXIMO-ENCARGO.

       DISTRIBUI-PAGAMENTO-NO-ENCARGO.
           IF VALOR-A-DISTRIBUIR > SALDO-DO-ENCARGO
               MOVE SALDO-DO-ENCARGO TO PARTE-DO-ENCARGO
           ELSE
               MOVE VALOR-A-DISTRIBUIR TO PARTE-DO-ENCARGO.

           ADD PARTE-DO-ENCARGO TO ENC-VALOR-RECEBIDO.
           SUBTRACT PARTE-DO-ENCARGO FROM VALOR-A-DISTRIBUIR.
           SUBTRACT PARTE-DO-ENCARGO FROM SALDO-DO-ENCARGO.

           IF SALDO-DO-ENCARGO > ZEROS AND
              DISPENSA-RESTANTE = "S"
               ADD SALDO-DO-ENCARGO TO ENC-VALOR-DISPENSADO
               MOVE OPERADOR-DO-CAIXA TO ENC-OPERADOR-DISPENSA
               MOVE DATA-DE-HOJE TO ENC-DATA-DISPENSA
               MOVE ZEROS TO SALDO-DO-ENCARGO.

           IF SALDO-DO-ENCARGO = ZEROS
               MOVE "Q" TO ENC-SITUACAO.

       FECHA-BAIXA-ENCARGOS.
           IF DISPENSA-RESTANTE = "S"
               MOVE ZEROS TO ENCARGO-RESTANTE
               DISPLAY "Restante dos encargos dispensado".

           IF VALOR-ENCARGOS-PAGO > ZEROS
               PERFORM GRAVA-RECEBIMENTO-ENCARGO.

           DISPLAY "Encargos em aberto da fatura: "
               ENCARGO-RESTANTE.

       SOMA-ENCARGOS-EM-ABERTO.
           MOVE ZEROS TO ENCARGOS-EM-ABERTO.

           PERFORM POSICIONA-ENCARGOS-DA-FATURA.
           PERFORM SOMA-UM-ENCARGO
               UNTIL FIM-ENCARGOS = "S".

       SOMA-UM-ENCARGO.
           IF ENC-EM-ABERTO
               COMPUTE ENCARGOS-EM-ABERTO =
                   ENCARGOS-EM-ABERTO + ENC-VALOR-MULTA +
                   ENC-VALOR-JUROS - ENC-VALOR-RECEBIDO -
                   ENC-VALOR-DISPENSADO.

           PERFORM LE-PROXIMO-ENCARGO.

       POSICIONA-ENCARGOS-DA-FATURA.
           MOVE FATURA-NUMERO TO ENC-FATURA-NUMERO.
           MOVE ZEROS TO ENC-SEQUENCIA.
           MOVE "N" TO FIM-ENCARGOS.

           START ARQUIVO-ENCARGOS
               KEY IS NOT LESS THAN ENC-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-ENCARGOS.

           IF FIM-ENCARGOS = "N"
               PERFORM LE-PROXIMO-ENCARGO.

       LE-PROXIMO-ENCARGO.
           READ ARQUIVO-ENCARGOS NEXT RECORD
               AT END
                   MOVE "S" TO FIM-ENCARGOS.

           IF FIM-ENCARGOS = "N"
               IF ENC-FATURA-NUMERO NOT = FATURA-NUMERO
                   MOVE "S" TO FIM-ENCARGOS.

       REVE-CREDITO-DO-CLIENTE.
           IF FATURA-PAGA
               MOVE FATURA-CLIENTE-CODIGO TO COBRANCA-CLIENTE
               MOVE OPERADOR-DO-CAIXA TO COBRANCA-OPERADOR
               PERFORM REVE-BLOQUEIO-CLIENTE
               IF COBRANCA-LIBERADO = "S"
                   DISPLAY "Credito do cliente " COBRANCA-CLIENTE
                       " liberado para novos pedidos".

           COPY "PDCONFIRMA.cob".
           COPY "PDCOBRANCA.cob".
           COPY "PDENCARGO.cob".
           COPY "PDPARAMETRO.cob".
           COPY "PDCALCDIAS.cob".
           COPY "PDPERVENDA.cob".
           COPY "PDAUDFATURA.cob".
           COPY "PDJANELA.cob".
