       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG225.
      *    aplicacao do credito nao aplicado do cliente - o
      *    dinheiro que o retorno de cobranca (PROG124) guardou em
      *    creditos_cliente.dat por ter vindo a maior, em duplicata
      *    ou sem fatura que casasse e usado pelo operador contra
      *    uma ou mais faturas em aberto do mesmo cliente. Credito
      *    sem cliente identificado e atribuido ao cliente na hora
      *    da aplicacao. Cada aplicacao baixa a fatura como o
      *    PROG122 faria (quitada a ultima em aviso final, o
      *    bloqueio de credito sai) e anexa ao razao de
      *    recebimentos uma linha do tipo "A" - o dinheiro ja tinha
      *    entrado no dia em que o banco o trouxe, por isso nao ha
      *    multa nem juros na aplicacao. A fatura quitada pela
      *    aplicacao sai na trilha de auditoria com o operador.
      *    Com a janela batch noturna no ar (trava do PROG177) a
      *    atualizacao e recusada logo na entrada.
      *    Na base de treinamento (PROG273) a tela abre com o aviso
      *    de dados ficticios.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBCREDITO.cob".
           COPY "SBFATURA.cob".
           COPY "SBCLIENTE.cob".
           COPY "SBRECEBIMENTO.cob".
           COPY "SBCONTATO.cob".
           COPY "SBAUDITORIA.cob".
           COPY "SBJANELA.cob".
           COPY "SBPARAMETRO.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDCREDITO.cob".
           COPY "FDFATURA.cob".
           COPY "FDCLIENTE.cob".
           COPY "FDRECEBIMENTO.cob".
           COPY "FDCONTATO.cob".
           COPY "FDAUDITORIA.cob".
           COPY "FDJANELA.cob".
           COPY "FDPARAMETRO.cob".

       WORKING-STORAGE SECTION.
           COPY "WSPARAMETRO.cob".
           COPY "WSJANELA.cob".
           COPY "WSCONFIRMA.cob".
           COPY "WSCOBRANCA.cob".
           COPY "WSAUDFATURA.cob".
       77  REGISTRO-ENCONTRADO PIC X.
       77  CREDITO-VALIDO PIC X.
       77  FIM-CREDITOS PIC X.
       77  CLIENTE-INFORMADO PIC 9(4).
       77  CLIENTE-DA-LISTA PIC 9(4).
       77  CREDITO-INFORMADO PIC 9(6).
       77  FATURA-INFORMADA PIC 9(6).
       77  OPERADOR-DA-APLICACAO PIC X(10).
       77  DATA-DE-HOJE PIC 9(8).
       77  QTD-CREDITOS PIC 9(4).
       77  SALDO-DO-CREDITO PIC S9(8)V99.
       77  SALDO-DA-FATURA PIC S9(8)V99.
       77  VALOR-A-APLICAR PIC 9(8)V99.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
      *    na base de treinamento a tela abre com o aviso de dados
      *    ficticios.
           PERFORM CARREGA-PARAMETROS.

      *    com a janela batch no ar a atualizacao fica parada - a
      *    trava e do orquestrador PROG177.
           MOVE "PROG225" TO JANELA-PROGRAMA.
           PERFORM CONFERE-JANELA-BATCH.
           IF JANELA-BLOQUEIO = "S"
               GOBACK.

           DISPLAY "Operador da aplicacao: ".
           ACCEPT OPERADOR-DA-APLICACAO.
           ACCEPT DATA-DE-HOJE FROM DATE YYYYMMDD.
           MOVE "A" TO AUDFAT-OPERACAO.
           MOVE OPERADOR-DA-APLICACAO TO AUDFAT-OPERADOR.

           OPEN I-O ARQUIVO-CREDITOS.
           OPEN I-O ARQUIVO-FATURAS.
           OPEN I-O ARQUIVO-CLIENTE.
           OPEN EXTEND ARQUIVO-RECEBIMENTOS.
           OPEN I-O ARQUIVO-CONTATOS.
           OPEN EXTEND ARQUIVO-AUDITORIA.

           MOVE 9999 TO CLIENTE-INFORMADO.
           PERFORM ATENDE-CLIENTE
               UNTIL CLIENTE-INFORMADO = ZEROS.

           CLOSE ARQUIVO-CREDITOS.
           CLOSE ARQUIVO-FATURAS.
           CLOSE ARQUIVO-CLIENTE.
           CLOSE ARQUIVO-RECEBIMENTOS.
           CLOSE ARQUIVO-CONTATOS.
           CLOSE ARQUIVO-AUDITORIA.
       PROGRAM-DONE.
      *    GOBACK devolve o controle ao menu quando chamado pelo
      *    PROG40, e encerra normalmente quando executado sozinho.
           GOBACK.

       ATENDE-CLIENTE.
           DISPLAY "Informe o codigo do cliente ".
           DISPLAY " (0 para sair): ".
           ACCEPT CLIENTE-INFORMADO.

           IF CLIENTE-INFORMADO NOT = ZEROS
               PERFORM LOCALIZA-CLIENTE
               IF REGISTRO-ENCONTRADO = "S"
                   PERFORM LISTA-CREDITOS-DO-CLIENTE
                   PERFORM LISTA-CREDITOS-SEM-CLIENTE
                   PERFORM ESCOLHE-CREDITO.

       LOCALIZA-CLIENTE.
           MOVE CLIENTE-INFORMADO TO CLIENTE-CODIGO.
           MOVE "S" TO REGISTRO-ENCONTRADO.

           READ ARQUIVO-CLIENTE RECORD
               INVALID KEY
                   MOVE "N" TO REGISTRO-ENCONTRADO
                   DISPLAY "Cliente nao encontrado".

           IF REGISTRO-ENCONTRADO = "S"
               DISPLAY "Cliente: " CLIENTE-CODIGO " " CLIENTE-NOME.

       LISTA-CREDITOS-DO-CLIENTE.
           DISPLAY " ".
           DISPLAY "--- CREDITOS NAO APLICADOS DO CLIENTE ---".
           MOVE CLIENTE-INFORMADO TO CRED-CLIENTE-CODIGO.
           PERFORM LISTA-CREDITOS-DA-CHAVE.

           IF QTD-CREDITOS = ZEROS
               DISPLAY "Nenhum credito em aberto".

       LISTA-CREDITOS-SEM-CLIENTE.
      *    o que o banco trouxe sem fatura que casasse tambem pode
      *    ser do cliente que esta sendo atendido.
           DISPLAY " ".
           DISPLAY "--- CREDITOS SEM CLIENTE IDENTIFICADO ---".
           MOVE ZEROS TO CRED-CLIENTE-CODIGO.
           PERFORM LISTA-CREDITOS-DA-CHAVE.

           IF QTD-CREDITOS = ZEROS
               DISPLAY "Nenhum".

       LISTA-CREDITOS-DA-CHAVE.
           MOVE ZEROS TO QTD-CREDITOS.
           MOVE "N" TO FIM-CREDITOS.
           MOVE CRED-CLIENTE-CODIGO TO CLIENTE-DA-LISTA.

           START ARQUIVO-CREDITOS
               KEY IS EQUAL TO CRED-CLIENTE-CODIGO
               INVALID KEY
                   MOVE "S" TO FIM-CREDITOS.

           PERFORM LISTA-UM-CREDITO
               UNTIL FIM-CREDITOS = "S".

       LISTA-UM-CREDITO.
           READ ARQUIVO-CREDITOS NEXT RECORD
               AT END
                   MOVE "S" TO FIM-CREDITOS.

           IF FIM-CREDITOS = "N"
               IF CRED-CLIENTE-CODIGO NOT = CLIENTE-DA-LISTA
                   MOVE "S" TO FIM-CREDITOS
               ELSE
                   IF CRED-EM-ABERTO
                       PERFORM MOSTRA-CREDITO.

       MOSTRA-CREDITO.
           ADD 1 TO QTD-CREDITOS.
           COMPUTE SALDO-DO-CREDITO =
               CRED-VALOR - CRED-VALOR-APLICADO.

           DISPLAY "Credito " CRED-NUMERO
               " de " CRED-DATA
               " ref " CRED-REFERENCIA-BANCO
               " doc " CRED-FATURA-INFORMADA
               " a aplicar " SALDO-DO-CREDITO.

       ESCOLHE-CREDITO.
           DISPLAY "Numero do credito a aplicar (0 = nenhum): ".
           ACCEPT CREDITO-INFORMADO.

           IF CREDITO-INFORMADO NOT = ZEROS
               PERFORM LOCALIZA-CREDITO
               IF CREDITO-VALIDO = "S"
                   PERFORM IDENTIFICA-CLIENTE-DO-CREDITO.

           IF CREDITO-INFORMADO NOT = ZEROS AND
               CREDITO-VALIDO = "S"
               MOVE 999999 TO FATURA-INFORMADA
               PERFORM APLICA-EM-FATURA
                   UNTIL FATURA-INFORMADA = ZEROS OR
                       SALDO-DO-CREDITO NOT > ZEROS.

       LOCALIZA-CREDITO.
           MOVE CREDITO-INFORMADO TO CRED-NUMERO.
           MOVE "S" TO CREDITO-VALIDO.

           READ ARQUIVO-CREDITOS RECORD
               INVALID KEY
                   MOVE "N" TO CREDITO-VALIDO
                   DISPLAY "Credito nao encontrado".

           IF CREDITO-VALIDO = "S"
               COMPUTE SALDO-DO-CREDITO =
                   CRED-VALOR - CRED-VALOR-APLICADO
               IF NOT CRED-EM-ABERTO OR SALDO-DO-CREDITO NOT > ZEROS
                   MOVE "N" TO CREDITO-VALIDO
                   DISPLAY "Credito ja usado por inteiro"
               ELSE
                   IF CRED-CLIENTE-CODIGO NOT = ZEROS AND
                       CRED-CLIENTE-CODIGO NOT = CLIENTE-INFORMADO
                       MOVE "N" TO CREDITO-VALIDO
                       DISPLAY "Credito pertence ao cliente "
                           CRED-CLIENTE-CODIGO.

       IDENTIFICA-CLIENTE-DO-CREDITO.
      *    o credito sem dono passa a ser do cliente atendido antes
      *    de qualquer aplicacao.
           IF CRED-CLIENTE-CODIGO = ZEROS
               MOVE "Atribuir o credito a este cliente (S/N)? " TO
                   CONFIRMA-MENSAGEM
               MOVE SPACE TO CONFIRMA-RESPOSTA
               PERFORM PERGUNTA-CONFIRMACAO
                   UNTIL CONFIRMA-RESPOSTA = "S" OR "N"
               IF CONFIRMA-RESPOSTA = "N"
                   MOVE "N" TO CREDITO-VALIDO
               ELSE
                   PERFORM ATRIBUI-CREDITO.

       ATRIBUI-CREDITO.
           MOVE CLIENTE-INFORMADO TO CRED-CLIENTE-CODIGO.

           REWRITE CREDITO-REGISTRO
               INVALID KEY
                   MOVE "N" TO CREDITO-VALIDO
                   DISPLAY "Erro ao reescrever o credito".

       APLICA-EM-FATURA.
           DISPLAY "Saldo do credito a aplicar: " SALDO-DO-CREDITO.
           DISPLAY "Fatura a quitar com o credito (0 = fim): ".
           ACCEPT FATURA-INFORMADA.

           IF FATURA-INFORMADA NOT = ZEROS
               PERFORM LOCALIZA-FATURA
               IF REGISTRO-ENCONTRADO = "S"
                   PERFORM AVALIA-FATURA.

       LOCALIZA-FATURA.
           MOVE FATURA-INFORMADA TO FATURA-NUMERO.
           MOVE "S" TO REGISTRO-ENCONTRADO.

           READ ARQUIVO-FATURAS RECORD
               INVALID KEY
                   MOVE "N" TO REGISTRO-ENCONTRADO
                   DISPLAY "Fatura nao encontrada".

       AVALIA-FATURA.
           COMPUTE SALDO-DA-FATURA =
               FATURA-VALOR - FATURA-VALOR-PAGO -
               FATURA-VALOR-CREDITO.

           IF FATURA-CLIENTE-CODIGO NOT = CLIENTE-INFORMADO
               DISPLAY "Fatura de outro cliente"
           ELSE
               IF NOT FATURA-EM-ABERTO OR SALDO-DA-FATURA NOT > ZEROS
                   DISPLAY "Fatura sem saldo em aberto"
               ELSE
                   PERFORM MOSTRA-APLICACAO.

       MOSTRA-APLICACAO.
      *    o credito quita o saldo inteiro quando da; senao, vai
      *    todo para a fatura.
           IF SALDO-DO-CREDITO < SALDO-DA-FATURA
               MOVE SALDO-DO-CREDITO TO VALOR-A-APLICAR
           ELSE
               MOVE SALDO-DA-FATURA TO VALOR-A-APLICAR.

           DISPLAY "Fatura " FATURA-NUMERO
               " vence " FATURA-DATA-VENCIMENTO
               " saldo " SALDO-DA-FATURA.
           DISPLAY "Valor a aplicar: " VALOR-A-APLICAR.

           MOVE "Confirma a aplicacao (S/N)? " TO CONFIRMA-MENSAGEM.
           MOVE SPACE TO CONFIRMA-RESPOSTA.
           PERFORM PERGUNTA-CONFIRMACAO
               UNTIL CONFIRMA-RESPOSTA = "S" OR "N".

           IF CONFIRMA-RESPOSTA = "S"
               PERFORM APLICA-CREDITO
           ELSE
               DISPLAY "Aplicacao cancelada".

       APLICA-CREDITO.
           MOVE FATURA-STATUS TO AUDFAT-STATUS-ANTES.
           ADD VALOR-A-APLICAR TO FATURA-VALOR-PAGO.
           SUBTRACT VALOR-A-APLICAR FROM SALDO-DA-FATURA.

           IF SALDO-DA-FATURA NOT > ZEROS
               MOVE "P" TO FATURA-STATUS.

           REWRITE FATURA-REGISTRO
               INVALID KEY
                   DISPLAY "Erro ao reescrever a fatura"
               NOT INVALID KEY
                   PERFORM GRAVA-RECEBIMENTO
                   PERFORM GRAVA-AUDITORIA-FATURA
                   PERFORM BAIXA-DO-CREDITO
                   PERFORM REVE-CREDITO-DO-CLIENTE.

       GRAVA-RECEBIMENTO.
           MOVE DATA-DE-HOJE TO RECEB-DATA.
           ACCEPT RECEB-HORA FROM TIME.
           MOVE FATURA-NUMERO TO RECEB-FATURA-NUMERO.
           MOVE FATURA-CLIENTE-CODIGO TO RECEB-CLIENTE-CODIGO.
           MOVE VALOR-A-APLICAR TO RECEB-VALOR.
           MOVE OPERADOR-DA-APLICACAO TO RECEB-ORIGEM.
           MOVE SALDO-DA-FATURA TO RECEB-SALDO-RESULTANTE.
           MOVE "A" TO RECEB-TIPO.
           WRITE RECEBIMENTO-REGISTRO.

       BAIXA-DO-CREDITO.
           ADD VALOR-A-APLICAR TO CRED-VALOR-APLICADO.
           SUBTRACT VALOR-A-APLICAR FROM SALDO-DO-CREDITO.
           MOVE DATA-DE-HOJE TO CRED-DATA-ULTIMA-APLICACAO.

           IF SALDO-DO-CREDITO NOT > ZEROS
               MOVE "U" TO CRED-SITUACAO.

           REWRITE CREDITO-REGISTRO
               INVALID KEY
                   DISPLAY "Erro ao reescrever o credito "
                       CRED-NUMERO
               NOT INVALID KEY
                   DISPLAY "Credito aplicado, resta a aplicar: "
                       SALDO-DO-CREDITO.

       REVE-CREDITO-DO-CLIENTE.
           IF FATURA-PAGA
               MOVE FATURA-CLIENTE-CODIGO TO COBRANCA-CLIENTE
               MOVE OPERADOR-DA-APLICACAO TO COBRANCA-OPERADOR
               PERFORM REVE-BLOQUEIO-CLIENTE
               IF COBRANCA-LIBERADO = "S"
                   DISPLAY "Credito do cliente " COBRANCA-CLIENTE
                       " liberado para novos pedidos".

           COPY "PDCONFIRMA.cob".
           COPY "PDCOBRANCA.cob".
           COPY "PDAUDFATURA.cob".
           COPY "PDJANELA.cob".
           COPY "PDPARAMETRO.cob".
