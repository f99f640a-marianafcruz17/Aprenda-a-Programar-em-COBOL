       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG217.
      *    regua de cobranca diaria - percorre faturas.dat e leva
      *    cada fatura vencida e com saldo pelas etapas de
      *    cobranca: lembrete aos 5 dias de atraso, carta formal
      *    aos 30 e aviso final aos 60. A cada etapa nova a carta
      *    sai no arquivo de cartas (COBRANCA_AAAAMMDD_NNN, com o
      *    endereco no layout das etiquetas do PROG53), o envio
      *    fica em contatos.dat como contato de COBRANCA (visto no
      *    PROG139) e a etapa fica gravada na fatura, para a
      *    rodada do dia seguinte nao repetir a carta. No aviso
      *    final o credito do cliente e bloqueado e o PROG100
      *    recusa pedido novo; a baixa do PROG122/PROG124 que
      *    quitar as faturas em aviso final libera o bloqueio.
      *    Fatura que ja passou de varias etapas de uma vez recebe
      *    so a carta da etapa em que esta.
      *    Com a janela batch noturna no ar (trava do PROG177) a
      *    atualizacao e recusada logo na entrada.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBFATURA.cob".
           COPY "SBCLIENTE.cob".
           COPY "SBCONTATO.cob".
           COPY "SBEXECUCAO.cob".
           COPY "SBIMPRESSAO.cob".
           SELECT CARTAS-COBRANCA
               ASSIGN TO SAIDACOBRANCA
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY "SBJANELA.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDFATURA.cob".
           COPY "FDCLIENTE.cob".
           COPY "FDCONTATO.cob".
           COPY "FDEXECUCAO.cob".
           COPY "FDIMPRESSAO.cob".

       FD  CARTAS-COBRANCA.
       01  LINHA-CARTA PIC X(80).
           COPY "FDJANELA.cob".

       WORKING-STORAGE SECTION.
           COPY "WSJANELA.cob".
           COPY "WSIMPRESSAO.cob".
      *    inicio da rodada, guardado para o registro do log
      *    central de execucoes.
       77  EXECUCAO-DATA-INICIO PIC 9(8).
       77  EXECUCAO-HORA-INICIO PIC 9(8).
       77  FIM-FATURAS PIC X.
       77  CLIENTE-ENCONTRADO PIC X.
       77  DATA-DE-HOJE PIC 9(8).
       77  DIAS-DE-HOJE PIC 9(8).
       77  DIAS-VENCIMENTO PIC 9(8).
       77  DIAS-DE-ATRASO PIC S9(5).
       77  SALDO-DA-FATURA PIC S9(8)V99.
      *    etapa que o atraso de hoje pede - so anda para frente.
       77  ETAPA-DEVIDA PIC X.
       77  TOTAL-LIDOS PIC 9(6).
       77  TOTAL-CARTAS PIC 9(6).
       77  TOTAL-BLOQUEADOS PIC 9(6).
       77  TOTAL-REJEITADOS PIC 9(6).

      *    dias de atraso que abrem cada etapa.
       01  PRAZOS-DA-REGUA.
           05 PRAZO-LEMBRETE PIC 9(3) VALUE 5.
           05 PRAZO-CARTA-FORMAL PIC 9(3) VALUE 30.
           05 PRAZO-AVISO-FINAL PIC 9(3) VALUE 60.

           COPY "WSENDERECO.cob".
           COPY "WSCALCDIAS.cob".
           COPY "WSCOBRANCA.cob".

       01  LINHA-DATA-CARTA.
           05 FILLER PIC X(40) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "Data: ".
           05 CARTA-DATA PIC 9999/99/99.

       01  LINHA-FATURA.
           05 FILLER PIC X(7) VALUE "Fatura ".
           05 CARTA-FATURA PIC 9(6).
           05 FILLER PIC X(14) VALUE "  vencida em ".
           05 CARTA-VENCIMENTO PIC 9999/99/99.
           05 FILLER PIC X(5) VALUE "  ha ".
           05 CARTA-DIAS PIC ZZZZ9.
           05 FILLER PIC X(5) VALUE " dias".

       01  LINHA-SALDO.
           05 FILLER PIC X(17) VALUE "Saldo em aberto: ".
           05 CARTA-SALDO PIC ZZ,ZZZ,ZZ9.99.

       01  NOTA-DO-CONTATO.
           05 NOTA-ETAPA PIC X(14).
           05 FILLER PIC X(8) VALUE " FATURA ".
           05 NOTA-FATURA PIC 9(6).
           05 FILLER PIC X(3) VALUE " - ".
           05 NOTA-DIAS PIC ZZZZ9.
           05 FILLER PIC X(16) VALUE " DIAS DE ATRASO".

       01  NOTA-DO-BLOQUEIO.
           05 FILLER PIC X(37) VALUE
               "CREDITO BLOQUEADO - AVISO FINAL FAT. ".
           05 NOTA-BLOQ-FATURA PIC 9(6).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
      *    com a janela batch no ar a atualizacao fica parada - a
      *    trava e do orquestrador PROG177.
           MOVE "PROG217" TO JANELA-PROGRAMA.
           PERFORM CONFERE-JANELA-BATCH.
           IF JANELA-BLOQUEIO = "S"
               GOBACK.

           ACCEPT EXECUCAO-DATA-INICIO FROM DATE YYYYMMDD.
           ACCEPT EXECUCAO-HORA-INICIO FROM TIME.

      *    carimba a saida da rodada antes do OPEN.
           MOVE "PROG217" TO IMPRESSAO-PROGRAMA.
           MOVE "COBRANCA" TO IMPRESSAO-PREFIXO.
           MOVE "SAIDACOBRANCA" TO IMPRESSAO-VARIAVEL.
           PERFORM MONTA-NOME-RELATORIO.

           ACCEPT DATA-DE-HOJE FROM DATE YYYYMMDD.
           MOVE DATA-DE-HOJE TO CALCDIAS-DATA.
           PERFORM CONVERTE-DATA-EM-DIAS.
           MOVE CALCDIAS-TOTAL TO DIAS-DE-HOJE.

           MOVE "COBRANCA" TO COBRANCA-OPERADOR.
           MOVE ZEROS TO TOTAL-LIDOS.
           MOVE ZEROS TO TOTAL-CARTAS.
           MOVE ZEROS TO TOTAL-BLOQUEADOS.
           MOVE ZEROS TO TOTAL-REJEITADOS.

           OPEN I-O ARQUIVO-FATURAS.
           OPEN I-O ARQUIVO-CLIENTE.
           OPEN I-O ARQUIVO-CONTATOS.
           OPEN OUTPUT CARTAS-COBRANCA.

           MOVE ZEROS TO FATURA-NUMERO.
           MOVE "N" TO FIM-FATURAS.

           START ARQUIVO-FATURAS
               KEY IS NOT LESS THAN FATURA-NUMERO
               INVALID KEY
                   MOVE "S" TO FIM-FATURAS.

           PERFORM EXAMINA-FATURA
               UNTIL FIM-FATURAS = "S".

           CLOSE ARQUIVO-FATURAS.
           CLOSE ARQUIVO-CLIENTE.
           CLOSE ARQUIVO-CONTATOS.
           CLOSE CARTAS-COBRANCA.

           PERFORM GRAVA-INDICE-IMPRESSAO.

           DISPLAY "Regua de cobranca concluida".
           DISPLAY "Faturas lidas......: " TOTAL-LIDOS.
           DISPLAY "Cartas emitidas....: " TOTAL-CARTAS.
           DISPLAY "Clientes bloqueados: " TOTAL-BLOQUEADOS.
           DISPLAY "Faturas sem cliente: " TOTAL-REJEITADOS.
           DISPLAY "Cartas gravadas em " IMPRESSAO-NOME.
           PERFORM GRAVA-EXECUCAO.
       PROGRAM-DONE.
      *    GOBACK devolve o controle ao menu quando chamado pelo
      *    PROG40, e encerra normalmente quando executado sozinho.
           GOBACK.

       EXAMINA-FATURA.
           READ ARQUIVO-FATURAS NEXT RECORD
               AT END
                   MOVE "S" TO FIM-FATURAS.

           IF FIM-FATURAS = "N"
               ADD 1 TO TOTAL-LIDOS
               PERFORM AVALIA-ATRASO-DA-FATURA.

       AVALIA-ATRASO-DA-FATURA.
           MOVE SPACE TO ETAPA-DEVIDA.

           COMPUTE SALDO-DA-FATURA =
               FATURA-VALOR - FATURA-VALOR-PAGO -
               FATURA-VALOR-CREDITO.

           IF FATURA-EM-ABERTO AND SALDO-DA-FATURA > ZEROS
               PERFORM CALCULA-DIAS-DE-ATRASO
               PERFORM ACHA-ETAPA-DEVIDA.

      *    espaco fica abaixo de "1" - fatura sem carta nenhuma
      *    entra na primeira etapa que o atraso pedir.
           IF ETAPA-DEVIDA NOT = SPACE AND
               ETAPA-DEVIDA > FATURA-ETAPA-COBRANCA
               PERFORM AVANCA-ETAPA-DA-FATURA.

       CALCULA-DIAS-DE-ATRASO.
           MOVE FATURA-DATA-VENCIMENTO TO CALCDIAS-DATA.
           PERFORM CONVERTE-DATA-EM-DIAS.
           MOVE CALCDIAS-TOTAL TO DIAS-VENCIMENTO.

           COMPUTE DIAS-DE-ATRASO =
               DIAS-DE-HOJE - DIAS-VENCIMENTO.

       ACHA-ETAPA-DEVIDA.
           IF DIAS-DE-ATRASO >= PRAZO-AVISO-FINAL
               MOVE "3" TO ETAPA-DEVIDA
           ELSE
               IF DIAS-DE-ATRASO >= PRAZO-CARTA-FORMAL
                   MOVE "2" TO ETAPA-DEVIDA
               ELSE
                   IF DIAS-DE-ATRASO >= PRAZO-LEMBRETE
                       MOVE "1" TO ETAPA-DEVIDA.

       AVANCA-ETAPA-DA-FATURA.
           PERFORM LOCALIZA-CLIENTE-DA-FATURA.

           IF CLIENTE-ENCONTRADO = "N"
               ADD 1 TO TOTAL-REJEITADOS
               DISPLAY "Fatura " FATURA-NUMERO
                   " sem cliente cadastrado, sem carta"
           ELSE
               MOVE ETAPA-DEVIDA TO FATURA-ETAPA-COBRANCA
               REWRITE FATURA-REGISTRO
                   INVALID KEY
                       ADD 1 TO TOTAL-REJEITADOS
                       DISPLAY "Erro ao reescrever a fatura "
                           FATURA-NUMERO
                   NOT INVALID KEY
                       PERFORM EMITE-CARTA-DA-ETAPA.

       LOCALIZA-CLIENTE-DA-FATURA.
           MOVE FATURA-CLIENTE-CODIGO TO CLIENTE-CODIGO.
           MOVE "S" TO CLIENTE-ENCONTRADO.

           READ ARQUIVO-CLIENTE RECORD
               INVALID KEY
                   MOVE "N" TO CLIENTE-ENCONTRADO.

       EMITE-CARTA-DA-ETAPA.
           ADD 1 TO TOTAL-CARTAS.
           PERFORM ESCREVE-CABECALHO-CARTA.

           IF ETAPA-DEVIDA = "1"
               MOVE "LEMBRETE" TO NOTA-ETAPA
               PERFORM ESCREVE-TEXTO-LEMBRETE.

           IF ETAPA-DEVIDA = "2"
               MOVE "CARTA FORMAL" TO NOTA-ETAPA
               PERFORM ESCREVE-TEXTO-CARTA-FORMAL.

           IF ETAPA-DEVIDA = "3"
               MOVE "AVISO FINAL" TO NOTA-ETAPA
               PERFORM ESCREVE-TEXTO-AVISO-FINAL.

           PERFORM ESCREVE-RODAPE-CARTA.

           MOVE FATURA-NUMERO TO NOTA-FATURA.
           MOVE DIAS-DE-ATRASO TO NOTA-DIAS.
           MOVE FATURA-CLIENTE-CODIGO TO COBRANCA-CLIENTE.
           MOVE NOTA-DO-CONTATO TO COBRANCA-NOTA.
           PERFORM REGISTRA-CONTATO-COBRANCA.

           IF ETAPA-DEVIDA = "3" AND NOT CLIENTE-BLOQUEADO
               PERFORM BLOQUEIA-CREDITO-DO-CLIENTE.

       BLOQUEIA-CREDITO-DO-CLIENTE.
      *    o registro do cliente continua na area do FD desde a
      *    leitura da fatura - a gravacao do contato nao o toca.
           MOVE "S" TO CLIENTE-BLOQUEIO-CREDITO.

           REWRITE CLIENTE-REGISTRO
               INVALID KEY
                   DISPLAY "Erro ao bloquear o cliente "
                       CLIENTE-CODIGO
               NOT INVALID KEY
                   ADD 1 TO TOTAL-BLOQUEADOS
                   MOVE FATURA-NUMERO TO NOTA-BLOQ-FATURA
                   MOVE NOTA-DO-BLOQUEIO TO COBRANCA-NOTA
                   PERFORM REGISTRA-CONTATO-COBRANCA.

       ESCREVE-CABECALHO-CARTA.
      *    endereco no mesmo layout das etiquetas do PROG53.
           MOVE DATA-DE-HOJE TO CARTA-DATA.
           MOVE SPACES TO LINHA-CARTA.
           MOVE LINHA-DATA-CARTA TO LINHA-CARTA.
           PERFORM ESCREVE-LINHA.
           PERFORM ESCREVE-LINHA-EM-BRANCO.

           MOVE SPACES TO LINHA-CARTA.
           MOVE CLIENTE-NOME TO LINHA-CARTA.
           PERFORM ESCREVE-LINHA.

           MOVE CLIENTE-RUA TO ETQ-RUA.
           MOVE CLIENTE-NUMERO TO ETQ-NUMERO.
           MOVE SPACES TO LINHA-CARTA.
           MOVE LINHA-ENDERECO TO LINHA-CARTA.
           PERFORM ESCREVE-LINHA.

           MOVE CLIENTE-CIDADE TO ETQ-CIDADE.
           MOVE CLIENTE-ESTADO TO ETQ-ESTADO.
           MOVE CLIENTE-CEP TO ETQ-CEP.
           MOVE SPACES TO LINHA-CARTA.
           MOVE LINHA-CIDADE TO LINHA-CARTA.
           PERFORM ESCREVE-LINHA.
           PERFORM ESCREVE-LINHA-EM-BRANCO.

       ESCREVE-DADOS-DA-FATURA.
           PERFORM ESCREVE-LINHA-EM-BRANCO.

           MOVE FATURA-NUMERO TO CARTA-FATURA.
           MOVE FATURA-DATA-VENCIMENTO TO CARTA-VENCIMENTO.
           MOVE DIAS-DE-ATRASO TO CARTA-DIAS.
           MOVE SPACES TO LINHA-CARTA.
           MOVE LINHA-FATURA TO LINHA-CARTA.
           PERFORM ESCREVE-LINHA.

           MOVE SALDO-DA-FATURA TO CARTA-SALDO.
           MOVE SPACES TO LINHA-CARTA.
           MOVE LINHA-SALDO TO LINHA-CARTA.
           PERFORM ESCREVE-LINHA.
           PERFORM ESCREVE-LINHA-EM-BRANCO.

       ESCREVE-TEXTO-LEMBRETE.
           MOVE "LEMBRETE DE VENCIMENTO" TO LINHA-CARTA.
           PERFORM ESCREVE-LINHA.
           PERFORM ESCREVE-LINHA-EM-BRANCO.
           MOVE "Prezado cliente, nao identificamos ate hoje o"
               TO LINHA-CARTA.
           PERFORM ESCREVE-LINHA.
           MOVE "pagamento da fatura abaixo. Caso ja tenha pago,"
               TO LINHA-CARTA.
           PERFORM ESCREVE-LINHA.
           MOVE "por favor desconsidere este aviso."
               TO LINHA-CARTA.
           PERFORM ESCREVE-LINHA.
           PERFORM ESCREVE-DADOS-DA-FATURA.

       ESCREVE-TEXTO-CARTA-FORMAL.
           MOVE "CARTA DE COBRANCA" TO LINHA-CARTA.
           PERFORM ESCREVE-LINHA.
           PERFORM ESCREVE-LINHA-EM-BRANCO.
           MOVE "Prezado cliente, a fatura abaixo continua em"
               TO LINHA-CARTA.
           PERFORM ESCREVE-LINHA.
           MOVE "aberto apos o lembrete enviado. Solicitamos a"
               TO LINHA-CARTA.
           PERFORM ESCREVE-LINHA.
           MOVE "regularizacao do pagamento no prazo de 30 dias."
               TO LINHA-CARTA.
           PERFORM ESCREVE-LINHA.
           PERFORM ESCREVE-DADOS-DA-FATURA.

       ESCREVE-TEXTO-AVISO-FINAL.
           MOVE "AVISO FINAL DE COBRANCA" TO LINHA-CARTA.
           PERFORM ESCREVE-LINHA.
           PERFORM ESCREVE-LINHA-EM-BRANCO.
           MOVE "Prezado cliente, apesar dos avisos anteriores a"
               TO LINHA-CARTA.
           PERFORM ESCREVE-LINHA.
           MOVE "fatura abaixo segue sem pagamento. O credito para"
               TO LINHA-CARTA.
           PERFORM ESCREVE-LINHA.
           MOVE "novos pedidos esta suspenso ate a quitacao."
               TO LINHA-CARTA.
           PERFORM ESCREVE-LINHA.
           PERFORM ESCREVE-DADOS-DA-FATURA.

       ESCREVE-RODAPE-CARTA.
           MOVE "Atenciosamente," TO LINHA-CARTA.
           PERFORM ESCREVE-LINHA.
           MOVE "Departamento de Cobranca" TO LINHA-CARTA.
           PERFORM ESCREVE-LINHA.
           PERFORM ESCREVE-LINHA-EM-BRANCO.
           MOVE ALL "-" TO LINHA-CARTA.
           PERFORM ESCREVE-LINHA.
           PERFORM ESCREVE-LINHA-EM-BRANCO.

       ESCREVE-LINHA-EM-BRANCO.
           MOVE SPACES TO LINHA-CARTA.
           PERFORM ESCREVE-LINHA.

       ESCREVE-LINHA.
           WRITE LINHA-CARTA.
           ADD 1 TO IMPRESSAO-LINHAS.

       GRAVA-EXECUCAO.
      *    anexa a rodada ao log central de execucoes, de onde o
      *    resumo matinal do PROG118 le a janela da noite.
           OPEN EXTEND ARQUIVO-EXECUCOES.
           MOVE "PROG217" TO EXEC-PROGRAMA.
           MOVE EXECUCAO-DATA-INICIO TO EXEC-DATA-INICIO.
           MOVE EXECUCAO-HORA-INICIO TO EXEC-HORA-INICIO.
           ACCEPT EXEC-DATA-FIM FROM DATE YYYYMMDD.
           ACCEPT EXEC-HORA-FIM FROM TIME.
           MOVE TOTAL-LIDOS TO EXEC-LIDOS.
           MOVE TOTAL-CARTAS TO EXEC-GRAVADOS.
           MOVE TOTAL-REJEITADOS TO EXEC-REJEITADOS.

           IF TOTAL-REJEITADOS > ZEROS
               MOVE "RJ" TO EXEC-RESULTADO
           ELSE
               MOVE "OK" TO EXEC-RESULTADO.

           WRITE EXECUCAO-REGISTRO.
           CLOSE ARQUIVO-EXECUCOES.

           COPY "PDCALCDIAS.cob".
           COPY "PDCOBRANCA.cob".
           COPY "PDIMPRESSAO.cob".
           COPY "PDJANELA.cob".
