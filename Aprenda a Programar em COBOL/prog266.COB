       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG266.
      *    conciliacao bancaria em lote - carrega as linhas do
      *    extrato da conta da empresa (extrato_bancario.dat) e casa
      *    cada uma com o que o sistema diz que passou pelo banco.
      *    Os creditos casam com os recebimentos de
      *    recebimentos.dat, venham do retorno de cobranca (PROG124)
      *    ou da digitacao do caixa (PROG122), e com os creditos nao
      *    aplicados do retorno; os debitos casam com o total das
      *    remessas de salario do PROG54 e do PROG194, e os creditos
      *    devolvidos do PROG151 casam como entrada ou abatidos da
      *    remessa, quando o banco debita so o liquido. O casamento
      *    e pelo documento (nosso numero) e data, depois por data e
      *    valor, e por fim so pelo valor. O relatorio carimbado
      *    CONCILIA_AAAAMMDD_NNN lista o que casou, as linhas do
      *    extrato sem lancamento no sistema e os lancamentos do
      *    sistema fora do extrato; o que nao casou segue em
      *    conciliacao_pendentes.dat para a proxima rodada ate
      *    casar, e o rodape fecha o saldo conciliado.
      *    Com a janela batch noturna no ar (trava do PROG177) a
      *    atualizacao e recusada logo na entrada.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBEXTBANCO.cob".
           COPY "SBCONCPEND.cob".
           COPY "SBCONCCTL.cob".
           COPY "SBRECEBIMENTO.cob".
           COPY "SBCREDITO.cob".
           COPY "SBSALBANCO.cob".
           COPY "SBEXECUCAO.cob".
           COPY "SBIMPRESSAO.cob".
           SELECT RELATORIO-CONCILIACAO
               ASSIGN TO SAIDACONCILIA
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY "SBJANELA.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDEXTBANCO.cob".
           COPY "FDCONCPEND.cob".
           COPY "FDCONCCTL.cob".
           COPY "FDRECEBIMENTO.cob".
           COPY "FDCREDITO.cob".
           COPY "FDSALBANCO.cob".
           COPY "FDEXECUCAO.cob".
           COPY "FDIMPRESSAO.cob".

       FD  RELATORIO-CONCILIACAO.
       01  LINHA-RELATORIO PIC X(80).
           COPY "FDJANELA.cob".

       WORKING-STORAGE SECTION.
           COPY "WSJANELA.cob".
           COPY "WSIMPRESSAO.cob".
      *    inicio da rodada, guardado para o registro do log
      *    central de execucoes.
       77  EXECUCAO-DATA-INICIO PIC 9(8).
       77  EXECUCAO-HORA-INICIO PIC 9(8).
       77  DATA-DE-HOJE PIC 9(8).
       77  FIM-ARQUIVO PIC X.
       77  TABELA-CHEIA PIC X.
       77  ACHOU PIC X.
       77  SALDO-INFORMADO-LIDO PIC X.
       77  SALDO-ANTERIOR-DIVERGE PIC X.
       77  LIMITE-EXTRATO PIC 9(4) VALUE 3000.
       77  LIMITE-SISTEMA PIC 9(4) VALUE 6000.
       77  QTD-EXTRATO PIC 9(4).
       77  QTD-SISTEMA PIC 9(4).
       77  INDICE-EXTRATO PIC 9(4).
       77  INDICE-SISTEMA PIC 9(4).
       77  INDICE-DEVOLUCAO PIC 9(4).
       77  QTD-GRUPO PIC 9(4).
       77  SOMA-GRUPO PIC 9(10)V99.
       77  VALOR-LIQUIDO PIC S9(10)V99.
      *    posicao ja lida dos arquivos do sistema, regravada no
      *    controle ao fim da rodada.
       77  RECEBIMENTOS-LIDOS PIC 9(8).
       77  SALARIOS-LIDOS PIC 9(6).
       77  ULTIMO-CREDITO PIC 9(6).
      *    na primeira rodada nao ha controle - o que o sistema
      *    lancou antes do primeiro dia do extrato conta como ja
      *    conciliado, senao todo o passado viraria pendencia.
       77  DATA-CORTE PIC 9(8).
       77  PRIMEIRA-DATA-EXTRATO PIC 9(8).
       77  ULTIMA-DATA-EXTRATO PIC 9(8).
       77  QTD-LANCAMENTOS-NOVOS PIC 9(6).
       77  SALDO-ANTERIOR PIC S9(10)V99.
       77  SALDO-INFORMADO PIC S9(10)V99.
       77  SALDO-CALCULADO PIC S9(10)V99.
       77  SALDO-FINAL PIC S9(10)V99.
       77  SALDO-CONCILIADO PIC S9(10)V99.
       77  ORIGEM-DESCRICAO PIC X(14).

       01  TOTAIS-DA-CONCILIACAO.
           05 TOTAL-CREDITOS-EXTRATO PIC 9(10)V99.
           05 TOTAL-DEBITOS-EXTRATO PIC 9(10)V99.
           05 SISTEMA-CREDITOS-ABERTOS PIC 9(10)V99.
           05 SISTEMA-DEBITOS-ABERTOS PIC 9(10)V99.
           05 EXTRATO-CREDITOS-ABERTOS PIC 9(10)V99.
           05 EXTRATO-DEBITOS-ABERTOS PIC 9(10)V99.
           05 QTD-CASADOS PIC 9(6).
           05 QTD-SO-EXTRATO PIC 9(6).
           05 QTD-SO-SISTEMA PIC 9(6).

      *    lancamento a acrescentar numa das tabelas - o mesmo
      *    leiaute de TE-DADOS e TS-DADOS.
       01  NOVO-LANCAMENTO.
           05 NL-ORIGEM PIC X.
           05 NL-DATA PIC 9(8).
           05 NL-NATUREZA PIC X.
           05 NL-VALOR PIC 9(10)V99.
           05 NL-DOCUMENTO PIC X(10).
           05 NL-HISTORICO PIC X(25).
           05 NL-DESDE PIC 9(8).

      *    linhas do extrato: as pendentes das rodadas anteriores
      *    primeiro, depois as do extrato novo.
       01  TABELA-EXTRATO.
           05 LINHA-EXTRATO OCCURS 3000 TIMES.
               10 TE-DADOS.
                   15 TE-ORIGEM PIC X.
                   15 TE-DATA PIC 9(8).
                   15 TE-NATUREZA PIC X.
                   15 TE-VALOR PIC 9(10)V99.
                   15 TE-DOCUMENTO PIC X(10).
                   15 TE-HISTORICO PIC X(25).
                   15 TE-DESDE PIC 9(8).
               10 TE-CASADO PIC X.
      *        origem do que casou ("L" remessa pelo liquido), data
      *        do lancamento do sistema e quantos lancamentos.
               10 TE-ORIGEM-CASADA PIC X.
               10 TE-DATA-SISTEMA PIC 9(8).
               10 TE-QTD-CASADOS PIC 9(3).

      *    lancamentos do sistema: os pendentes primeiro, depois os
      *    novos na ordem em que foram gravados - o casamento so
      *    pelo valor pega sempre o mais antigo.
       01  TABELA-SISTEMA.
           05 LANCAMENTO-SISTEMA OCCURS 6000 TIMES.
               10 TS-DADOS.
                   15 TS-ORIGEM PIC X.
                   15 TS-DATA PIC 9(8).
                   15 TS-NATUREZA PIC X.
                   15 TS-VALOR PIC 9(10)V99.
                   15 TS-DOCUMENTO PIC X(10).
                   15 TS-HISTORICO PIC X(25).
                   15 TS-DESDE PIC 9(8).
               10 TS-CASADO PIC X.

       01  CABECALHO-TITULO.
           05 FILLER PIC X(6) VALUE SPACES.
           05 FILLER PIC X(34) VALUE
               "CONCILIACAO BANCARIA - EXTRATO DE ".
           05 CAB-INICIO PIC 9999/99/99.
           05 FILLER PIC X(3) VALUE " A ".
           05 CAB-FIM PIC 9999/99/99.

       01  CABECALHO-RODADA.
           05 FILLER PIC X(6) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "conciliado em ".
           05 CAB-DATA PIC 9999/99/99.

       01  CABECALHO-CASADOS.
           05 FILLER PIC X(40) VALUE
               "DATA       N           VALOR DOCUMENTO  ".
           05 FILLER PIC X(30) VALUE
               "CASOU COM      DATA SIST. QTD".

       01  CABECALHO-PENDENTES.
           05 FILLER PIC X(40) VALUE
               "DATA       N           VALOR DOCUMENTO  ".
           05 FILLER PIC X(37) VALUE
               "HISTORICO                 EM ABERTO".

       01  LINHA-CASADO.
           05 LC-DATA PIC 9999/99/99.
           05 FILLER PIC X VALUE SPACE.
           05 LC-NATUREZA PIC X.
           05 FILLER PIC X VALUE SPACE.
           05 LC-VALOR PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X VALUE SPACE.
           05 LC-DOCUMENTO PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 LC-ORIGEM PIC X(14).
           05 FILLER PIC X VALUE SPACE.
           05 LC-DATA-SISTEMA PIC 9999/99/99.
           05 FILLER PIC X VALUE SPACE.
           05 LC-QTD PIC ZZ9.

       01  LINHA-PENDENTE.
           05 LP-DATA PIC 9999/99/99.
           05 FILLER PIC X VALUE SPACE.
           05 LP-NATUREZA PIC X.
           05 FILLER PIC X VALUE SPACE.
           05 LP-VALOR PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X VALUE SPACE.
           05 LP-DOCUMENTO PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 LP-HISTORICO PIC X(25).
           05 FILLER PIC X VALUE SPACE.
           05 LP-DESDE PIC 9999/99/99.

       01  LINHA-SALDO.
           05 LS-TEXTO PIC X(44).
           05 LS-VALOR PIC -Z,ZZZ,ZZZ,ZZ9.99.

       01  LINHA-QUANTIDADE.
           05 LQ-TEXTO PIC X(44).
           05 LQ-QTD PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
      *    com a janela batch no ar a atualizacao fica parada - a
      *    trava e do orquestrador PROG177.
           MOVE "PROG266" TO JANELA-PROGRAMA.
           PERFORM CONFERE-JANELA-BATCH.
           IF JANELA-BLOQUEIO = "S"
               GOBACK.

           ACCEPT EXECUCAO-DATA-INICIO FROM DATE YYYYMMDD.
           ACCEPT EXECUCAO-HORA-INICIO FROM TIME.
           ACCEPT DATA-DE-HOJE FROM DATE YYYYMMDD.

           MOVE "N" TO TABELA-CHEIA.
           MOVE ZEROS TO QTD-EXTRATO.
           MOVE ZEROS TO QTD-SISTEMA.

           PERFORM CARREGA-CONTROLE.
           PERFORM CARREGA-PENDENTES.
           PERFORM CARREGA-EXTRATO.

           IF QTD-LANCAMENTOS-NOVOS = ZEROS
               DISPLAY "Extrato sem lancamentos, nada conciliado"
               GOBACK.

      *    o mesmo extrato (ou um dia ja passado) duas vezes
      *    dobraria os lancamentos do banco.
           IF PRIMEIRA-DATA-EXTRATO NOT > CONCCTL-DATA-EXTRATO
               DISPLAY "Extrato comeca em " PRIMEIRA-DATA-EXTRATO
                   " e a conciliacao ja foi ate "
                   CONCCTL-DATA-EXTRATO ", nada conciliado"
               GOBACK.

           IF CONCCTL-DATA-EXTRATO = ZEROS
               MOVE PRIMEIRA-DATA-EXTRATO TO DATA-CORTE
           ELSE
               MOVE ZEROS TO DATA-CORTE.

           PERFORM CARREGA-RECEBIMENTOS.
           PERFORM CARREGA-CREDITOS.
           PERFORM CARREGA-SALARIOS.

      *    tabela estourada perderia pendencia na regravacao - nada
      *    e gravado e a rodada e refeita depois de ampliar.
           IF TABELA-CHEIA = "S"
               DISPLAY "Lancamentos acima do limite das tabelas "
                   "(extrato " LIMITE-EXTRATO ", sistema "
                   LIMITE-SISTEMA "), nada conciliado"
               GOBACK.

           PERFORM CASA-POR-DOCUMENTO
               VARYING INDICE-EXTRATO FROM 1 BY 1
               UNTIL INDICE-EXTRATO > QTD-EXTRATO.

           PERFORM CASA-POR-DATA-E-VALOR
               VARYING INDICE-EXTRATO FROM 1 BY 1
               UNTIL INDICE-EXTRATO > QTD-EXTRATO.

           PERFORM CASA-REMESSA-LIQUIDA
               VARYING INDICE-EXTRATO FROM 1 BY 1
               UNTIL INDICE-EXTRATO > QTD-EXTRATO.

           PERFORM CASA-POR-VALOR
               VARYING INDICE-EXTRATO FROM 1 BY 1
               UNTIL INDICE-EXTRATO > QTD-EXTRATO.

           PERFORM IMPRIME-CONCILIACAO.
           PERFORM GRAVA-PENDENTES.
           PERFORM GRAVA-CONTROLE.

           DISPLAY "Conciliacao do extrato de " PRIMEIRA-DATA-EXTRATO
               " a " ULTIMA-DATA-EXTRATO.
           DISPLAY "Lancamentos novos do extrato: "
               QTD-LANCAMENTOS-NOVOS.
           DISPLAY "Casados.....................: " QTD-CASADOS.
           DISPLAY "So no extrato...............: " QTD-SO-EXTRATO.
           DISPLAY "So no sistema...............: " QTD-SO-SISTEMA.
           DISPLAY "Saldo do extrato............: " SALDO-FINAL.
           DISPLAY "Saldo conciliado............: " SALDO-CONCILIADO.
           DISPLAY "Relatorio gravado em " IMPRESSAO-NOME.
           PERFORM GRAVA-EXECUCAO.
       PROGRAM-DONE.
      *    GOBACK devolve o controle ao menu quando chamado pelo
      *    PROG40, e encerra normalmente quando executado sozinho.
           GOBACK.

       CARREGA-CONTROLE.
           OPEN INPUT ARQUIVO-CONCILIACAO-CONTROLE.
           READ ARQUIVO-CONCILIACAO-CONTROLE RECORD AT END
               PERFORM ZERA-CONTROLE.
           CLOSE ARQUIVO-CONCILIACAO-CONTROLE.

       ZERA-CONTROLE.
           MOVE ZEROS TO CONCCTL-DATA-EXTRATO.
           MOVE ZEROS TO CONCCTL-SALDO-EXTRATO.
           MOVE ZEROS TO CONCCTL-RECEBIMENTOS-LIDOS.
           MOVE ZEROS TO CONCCTL-SALARIOS-LIDOS.
           MOVE ZEROS TO CONCCTL-ULTIMO-CREDITO.
           MOVE ZEROS TO CONCCTL-DATA-RODADA.

      *    pendencias das rodadas anteriores, cada uma na sua
      *    tabela, com a data em que ficou em aberto.
       CARREGA-PENDENTES.
           OPEN INPUT ARQUIVO-CONCILIACAO-PENDENTES.
           MOVE "N" TO FIM-ARQUIVO.
           PERFORM LE-PENDENTE
               UNTIL FIM-ARQUIVO = "S".
           CLOSE ARQUIVO-CONCILIACAO-PENDENTES.

       LE-PENDENTE.
           READ ARQUIVO-CONCILIACAO-PENDENTES RECORD AT END
               MOVE "S" TO FIM-ARQUIVO.

           IF FIM-ARQUIVO = "N"
               PERFORM ACRESCENTA-PENDENTE.

       ACRESCENTA-PENDENTE.
           MOVE CPEND-ORIGEM TO NL-ORIGEM.
           MOVE CPEND-DATA TO NL-DATA.
           MOVE CPEND-NATUREZA TO NL-NATUREZA.
           MOVE CPEND-VALOR TO NL-VALOR.
           MOVE CPEND-DOCUMENTO TO NL-DOCUMENTO.
           MOVE CPEND-HISTORICO TO NL-HISTORICO.
           MOVE CPEND-DESDE TO NL-DESDE.

           IF CPEND-DO-EXTRATO
               PERFORM ACRESCENTA-EXTRATO
           ELSE
               PERFORM ACRESCENTA-SISTEMA.

       ACRESCENTA-EXTRATO.
           IF QTD-EXTRATO < LIMITE-EXTRATO
               ADD 1 TO QTD-EXTRATO
               MOVE NOVO-LANCAMENTO TO TE-DADOS (QTD-EXTRATO)
               MOVE "N" TO TE-CASADO (QTD-EXTRATO)
               MOVE SPACE TO TE-ORIGEM-CASADA (QTD-EXTRATO)
               MOVE ZEROS TO TE-DATA-SISTEMA (QTD-EXTRATO)
               MOVE ZEROS TO TE-QTD-CASADOS (QTD-EXTRATO)
           ELSE
               MOVE "S" TO TABELA-CHEIA.

       ACRESCENTA-SISTEMA.
           IF QTD-SISTEMA < LIMITE-SISTEMA
               ADD 1 TO QTD-SISTEMA
               MOVE NOVO-LANCAMENTO TO TS-DADOS (QTD-SISTEMA)
               MOVE "N" TO TS-CASADO (QTD-SISTEMA)
           ELSE
               MOVE "S" TO TABELA-CHEIA.

      *    extrato novo - o saldo anterior vem da linha "0" quando
      *    o banco manda, senao do controle da ultima rodada.
       CARREGA-EXTRATO.
           MOVE CONCCTL-SALDO-EXTRATO TO SALDO-ANTERIOR.
           MOVE "N" TO SALDO-INFORMADO-LIDO.
           MOVE "N" TO SALDO-ANTERIOR-DIVERGE.
           MOVE ZEROS TO SALDO-INFORMADO.
           MOVE ZEROS TO QTD-LANCAMENTOS-NOVOS.
           MOVE ZEROS TO PRIMEIRA-DATA-EXTRATO.
           MOVE ZEROS TO ULTIMA-DATA-EXTRATO.
           MOVE ZEROS TO TOTAL-CREDITOS-EXTRATO.
           MOVE ZEROS TO TOTAL-DEBITOS-EXTRATO.

           OPEN INPUT ARQUIVO-EXTRATO-BANCO.
           MOVE "N" TO FIM-ARQUIVO.
           PERFORM LE-EXTRATO
               UNTIL FIM-ARQUIVO = "S".
           CLOSE ARQUIVO-EXTRATO-BANCO.

           COMPUTE SALDO-CALCULADO = SALDO-ANTERIOR +
               TOTAL-CREDITOS-EXTRATO - TOTAL-DEBITOS-EXTRATO.

           IF SALDO-INFORMADO-LIDO = "S"
               MOVE SALDO-INFORMADO TO SALDO-FINAL
           ELSE
               MOVE SALDO-CALCULADO TO SALDO-FINAL.

       LE-EXTRATO.
           READ ARQUIVO-EXTRATO-BANCO RECORD AT END
               MOVE "S" TO FIM-ARQUIVO.

           IF FIM-ARQUIVO = "N"
               IF EXTBCO-LANCAMENTO
                   PERFORM GUARDA-LANCAMENTO-EXTRATO
               ELSE
                   IF EXTBCO-SALDO-ANTERIOR
                       PERFORM GUARDA-SALDO-ANTERIOR
                   ELSE
                       IF EXTBCO-SALDO-FINAL
                           PERFORM GUARDA-SALDO-FINAL.

       GUARDA-SALDO-ANTERIOR.
           IF EXTBCO-DEBITO
               COMPUTE SALDO-INFORMADO = ZERO - EXTBCO-VALOR
           ELSE
               MOVE EXTBCO-VALOR TO SALDO-INFORMADO.

           IF CONCCTL-DATA-EXTRATO NOT = ZEROS AND
               SALDO-INFORMADO NOT = CONCCTL-SALDO-EXTRATO
               MOVE "S" TO SALDO-ANTERIOR-DIVERGE.

           MOVE SALDO-INFORMADO TO SALDO-ANTERIOR.

       GUARDA-SALDO-FINAL.
           MOVE "S" TO SALDO-INFORMADO-LIDO.

           IF EXTBCO-DEBITO
               COMPUTE SALDO-INFORMADO = ZERO - EXTBCO-VALOR
           ELSE
               MOVE EXTBCO-VALOR TO SALDO-INFORMADO.

       GUARDA-LANCAMENTO-EXTRATO.
           ADD 1 TO QTD-LANCAMENTOS-NOVOS.

           IF PRIMEIRA-DATA-EXTRATO = ZEROS OR
               EXTBCO-DATA < PRIMEIRA-DATA-EXTRATO
               MOVE EXTBCO-DATA TO PRIMEIRA-DATA-EXTRATO.

           IF EXTBCO-DATA > ULTIMA-DATA-EXTRATO
               MOVE EXTBCO-DATA TO ULTIMA-DATA-EXTRATO.

           IF EXTBCO-DEBITO
               ADD EXTBCO-VALOR TO TOTAL-DEBITOS-EXTRATO
           ELSE
               ADD EXTBCO-VALOR TO TOTAL-CREDITOS-EXTRATO.

           MOVE SPACE TO NL-ORIGEM.
           MOVE EXTBCO-DATA TO NL-DATA.
           MOVE EXTBCO-NATUREZA TO NL-NATUREZA.
           MOVE EXTBCO-VALOR TO NL-VALOR.
           MOVE EXTBCO-DOCUMENTO TO NL-DOCUMENTO.
           MOVE EXTBCO-HISTORICO TO NL-HISTORICO.
           MOVE DATA-DE-HOJE TO NL-DESDE.
           PERFORM ACRESCENTA-EXTRATO.

      *    recebimentos gravados depois da ultima rodada - baixa
      *    como perda ("B") e aplicacao de credito ("A") nao sao
      *    dinheiro entrando no banco.
       CARREGA-RECEBIMENTOS.
           MOVE ZEROS TO RECEBIMENTOS-LIDOS.

           OPEN INPUT ARQUIVO-RECEBIMENTOS.
           MOVE "N" TO FIM-ARQUIVO.
           PERFORM LE-RECEBIMENTO
               UNTIL FIM-ARQUIVO = "S".
           CLOSE ARQUIVO-RECEBIMENTOS.

       LE-RECEBIMENTO.
           READ ARQUIVO-RECEBIMENTOS RECORD AT END
               MOVE "S" TO FIM-ARQUIVO.

           IF FIM-ARQUIVO = "N"
               ADD 1 TO RECEBIMENTOS-LIDOS
               IF RECEBIMENTOS-LIDOS > CONCCTL-RECEBIMENTOS-LIDOS AND
                   RECEB-DATA NOT < DATA-CORTE AND
                   NOT RECEB-BAIXA-PERDA AND
                   NOT RECEB-APLICACAO-CREDITO
                   PERFORM GUARDA-RECEBIMENTO.

       GUARDA-RECEBIMENTO.
           MOVE "R" TO NL-ORIGEM.
           MOVE RECEB-DATA TO NL-DATA.
           MOVE "C" TO NL-NATUREZA.
           MOVE RECEB-VALOR TO NL-VALOR.
           MOVE RECEB-FATURA-NUMERO TO NL-DOCUMENTO.
           MOVE SPACES TO NL-HISTORICO.
           STRING "RECEBIMENTO " DELIMITED BY SIZE
                  RECEB-ORIGEM DELIMITED BY SIZE
               INTO NL-HISTORICO.
           MOVE DATA-DE-HOJE TO NL-DESDE.
           PERFORM ACRESCENTA-SISTEMA.

      *    creditos nao aplicados criados depois da ultima rodada -
      *    o banco trouxe o dinheiro mesmo sem fatura que casasse.
       CARREGA-CREDITOS.
           MOVE CONCCTL-ULTIMO-CREDITO TO ULTIMO-CREDITO.
           MOVE CONCCTL-ULTIMO-CREDITO TO CRED-NUMERO.

           OPEN INPUT ARQUIVO-CREDITOS.
           MOVE "N" TO FIM-ARQUIVO.

           START ARQUIVO-CREDITOS
               KEY IS GREATER THAN CRED-NUMERO
               INVALID KEY
                   MOVE "S" TO FIM-ARQUIVO.

           PERFORM LE-CREDITO
               UNTIL FIM-ARQUIVO = "S".
           CLOSE ARQUIVO-CREDITOS.

       LE-CREDITO.
           READ ARQUIVO-CREDITOS NEXT RECORD
               AT END
                   MOVE "S" TO FIM-ARQUIVO.

           IF FIM-ARQUIVO = "N"
               MOVE CRED-NUMERO TO ULTIMO-CREDITO
               IF CRED-DATA NOT < DATA-CORTE
                   PERFORM GUARDA-CREDITO.

       GUARDA-CREDITO.
           MOVE "N" TO NL-ORIGEM.
           MOVE CRED-DATA TO NL-DATA.
           MOVE "C" TO NL-NATUREZA.
           MOVE CRED-VALOR TO NL-VALOR.
           MOVE CRED-FATURA-INFORMADA TO NL-DOCUMENTO.
           MOVE "CREDITO NAO APLICADO" TO NL-HISTORICO.
           MOVE DATA-DE-HOJE TO NL-DESDE.
           PERFORM ACRESCENTA-SISTEMA.

      *    remessas de salario e creditos devolvidos gravados
      *    depois da ultima rodada.
       CARREGA-SALARIOS.
           MOVE ZEROS TO SALARIOS-LIDOS.

           OPEN INPUT ARQUIVO-SALARIOS-BANCO.
           MOVE "N" TO FIM-ARQUIVO.
           PERFORM LE-SALARIO
               UNTIL FIM-ARQUIVO = "S".
           CLOSE ARQUIVO-SALARIOS-BANCO.

       LE-SALARIO.
           READ ARQUIVO-SALARIOS-BANCO RECORD AT END
               MOVE "S" TO FIM-ARQUIVO.

           IF FIM-ARQUIVO = "N"
               ADD 1 TO SALARIOS-LIDOS
               IF SALARIOS-LIDOS > CONCCTL-SALARIOS-LIDOS AND
                   SALBCO-DATA NOT < DATA-CORTE
                   PERFORM GUARDA-SALARIO.

       GUARDA-SALARIO.
           MOVE SALBCO-DATA TO NL-DATA.
           MOVE SALBCO-VALOR TO NL-VALOR.
           MOVE SPACES TO NL-HISTORICO.
           MOVE DATA-DE-HOJE TO NL-DESDE.

           IF SALBCO-REMESSA
               MOVE "F" TO NL-ORIGEM
               MOVE "D" TO NL-NATUREZA
               MOVE SALBCO-COMPETENCIA TO NL-DOCUMENTO
               STRING "REMESSA SALARIOS " DELIMITED BY SIZE
                      SALBCO-COMPETENCIA DELIMITED BY SIZE
                   INTO NL-HISTORICO
           ELSE
               MOVE "D" TO NL-ORIGEM
               MOVE "C" TO NL-NATUREZA
               MOVE SALBCO-CONTA TO NL-DOCUMENTO
               MOVE "SALARIO DEVOLVIDO" TO NL-HISTORICO.

           PERFORM ACRESCENTA-SISTEMA.

      *    1a passada: linha do extrato com documento casa com o
      *    grupo de lancamentos do mesmo documento e dia - o
      *    retorno de cobranca reparte um pagamento em principal,
      *    encargos e credito nao aplicado.
       CASA-POR-DOCUMENTO.
           IF TE-CASADO (INDICE-EXTRATO) = "N" AND
               TE-DOCUMENTO (INDICE-EXTRATO) NOT = SPACES
               PERFORM CONFERE-GRUPO-DOCUMENTO.

       CONFERE-GRUPO-DOCUMENTO.
           MOVE ZEROS TO SOMA-GRUPO.
           MOVE ZEROS TO QTD-GRUPO.

           PERFORM SOMA-GRUPO-DOCUMENTO
               VARYING INDICE-SISTEMA FROM 1 BY 1
               UNTIL INDICE-SISTEMA > QTD-SISTEMA.

           IF QTD-GRUPO > ZEROS AND
               SOMA-GRUPO = TE-VALOR (INDICE-EXTRATO)
               PERFORM MARCA-GRUPO-DOCUMENTO
                   VARYING INDICE-SISTEMA FROM 1 BY 1
                   UNTIL INDICE-SISTEMA > QTD-SISTEMA.

       SOMA-GRUPO-DOCUMENTO.
           IF TS-CASADO (INDICE-SISTEMA) = "N" AND
               TS-NATUREZA (INDICE-SISTEMA) =
                   TE-NATUREZA (INDICE-EXTRATO) AND
               TS-DOCUMENTO (INDICE-SISTEMA) =
                   TE-DOCUMENTO (INDICE-EXTRATO) AND
               TS-DATA (INDICE-SISTEMA) = TE-DATA (INDICE-EXTRATO)
               ADD TS-VALOR (INDICE-SISTEMA) TO SOMA-GRUPO
               ADD 1 TO QTD-GRUPO.

       MARCA-GRUPO-DOCUMENTO.
           IF TS-CASADO (INDICE-SISTEMA) = "N" AND
               TS-NATUREZA (INDICE-SISTEMA) =
                   TE-NATUREZA (INDICE-EXTRATO) AND
               TS-DOCUMENTO (INDICE-SISTEMA) =
                   TE-DOCUMENTO (INDICE-EXTRATO) AND
               TS-DATA (INDICE-SISTEMA) = TE-DATA (INDICE-EXTRATO)
               PERFORM CASA-LANCAMENTO.

       CASA-LANCAMENTO.
           MOVE "S" TO TS-CASADO (INDICE-SISTEMA).
           MOVE "S" TO TE-CASADO (INDICE-EXTRATO).
           MOVE TS-ORIGEM (INDICE-SISTEMA) TO
               TE-ORIGEM-CASADA (INDICE-EXTRATO).
           MOVE TS-DATA (INDICE-SISTEMA) TO
               TE-DATA-SISTEMA (INDICE-EXTRATO).
           ADD 1 TO TE-QTD-CASADOS (INDICE-EXTRATO).

      *    2a passada: mesmo dia e mesmo valor.
       CASA-POR-DATA-E-VALOR.
           IF TE-CASADO (INDICE-EXTRATO) = "N"
               MOVE "N" TO ACHOU
               PERFORM PROCURA-DATA-E-VALOR
                   VARYING INDICE-SISTEMA FROM 1 BY 1
                   UNTIL INDICE-SISTEMA > QTD-SISTEMA OR
                       ACHOU = "S".

       PROCURA-DATA-E-VALOR.
           IF TS-CASADO (INDICE-SISTEMA) = "N" AND
               TS-NATUREZA (INDICE-SISTEMA) =
                   TE-NATUREZA (INDICE-EXTRATO) AND
               TS-VALOR (INDICE-SISTEMA) =
                   TE-VALOR (INDICE-EXTRATO) AND
               TS-DATA (INDICE-SISTEMA) = TE-DATA (INDICE-EXTRATO)
               PERFORM CASA-LANCAMENTO
               MOVE "S" TO ACHOU.

      *    3a passada: debito que nao bateu com remessa nenhuma pode
      *    ser a remessa menos os creditos devolvidos depois dela,
      *    quando o banco debita so o que efetivou.
       CASA-REMESSA-LIQUIDA.
           IF TE-CASADO (INDICE-EXTRATO) = "N" AND
               TE-NATUREZA (INDICE-EXTRATO) = "D"
               MOVE "N" TO ACHOU
               PERFORM CONFERE-REMESSA-LIQUIDA
                   VARYING INDICE-SISTEMA FROM 1 BY 1
                   UNTIL INDICE-SISTEMA > QTD-SISTEMA OR
                       ACHOU = "S".

       CONFERE-REMESSA-LIQUIDA.
           IF TS-CASADO (INDICE-SISTEMA) = "N" AND
               TS-ORIGEM (INDICE-SISTEMA) = "F" AND
               TS-DATA (INDICE-SISTEMA) NOT >
                   TE-DATA (INDICE-EXTRATO)
               PERFORM APURA-REMESSA-LIQUIDA.

       APURA-REMESSA-LIQUIDA.
           MOVE TS-VALOR (INDICE-SISTEMA) TO VALOR-LIQUIDO.
           MOVE ZEROS TO QTD-GRUPO.

           PERFORM ABATE-DEVOLUCAO
               VARYING INDICE-DEVOLUCAO FROM 1 BY 1
               UNTIL INDICE-DEVOLUCAO > QTD-SISTEMA.

           IF QTD-GRUPO > ZEROS AND
               VALOR-LIQUIDO = TE-VALOR (INDICE-EXTRATO)
               PERFORM CASA-LANCAMENTO
               MOVE "L" TO TE-ORIGEM-CASADA (INDICE-EXTRATO)
               PERFORM MARCA-DEVOLUCAO
                   VARYING INDICE-DEVOLUCAO FROM 1 BY 1
                   UNTIL INDICE-DEVOLUCAO > QTD-SISTEMA
               MOVE "S" TO ACHOU.

       ABATE-DEVOLUCAO.
           IF TS-CASADO (INDICE-DEVOLUCAO) = "N" AND
               TS-ORIGEM (INDICE-DEVOLUCAO) = "D" AND
               TS-DATA (INDICE-DEVOLUCAO) NOT <
                   TS-DATA (INDICE-SISTEMA)
               SUBTRACT TS-VALOR (INDICE-DEVOLUCAO) FROM
                   VALOR-LIQUIDO
               ADD 1 TO QTD-GRUPO.

       MARCA-DEVOLUCAO.
           IF TS-CASADO (INDICE-DEVOLUCAO) = "N" AND
               TS-ORIGEM (INDICE-DEVOLUCAO) = "D" AND
               TS-DATA (INDICE-DEVOLUCAO) NOT <
                   TS-DATA (INDICE-SISTEMA)
               MOVE "S" TO TS-CASADO (INDICE-DEVOLUCAO)
               ADD 1 TO TE-QTD-CASADOS (INDICE-EXTRATO).

      *    4a passada: so o valor, em qualquer dia - o deposito do
      *    caixa que entrou no banco dias depois, o retorno que
      *    chegou antes do extrato. Pega o lancamento mais antigo.
       CASA-POR-VALOR.
           IF TE-CASADO (INDICE-EXTRATO) = "N"
               MOVE "N" TO ACHOU
               PERFORM PROCURA-VALOR
                   VARYING INDICE-SISTEMA FROM 1 BY 1
                   UNTIL INDICE-SISTEMA > QTD-SISTEMA OR
                       ACHOU = "S".

       PROCURA-VALOR.
           IF TS-CASADO (INDICE-SISTEMA) = "N" AND
               TS-NATUREZA (INDICE-SISTEMA) =
                   TE-NATUREZA (INDICE-EXTRATO) AND
               TS-VALOR (INDICE-SISTEMA) = TE-VALOR (INDICE-EXTRATO)
               PERFORM CASA-LANCAMENTO
               MOVE "S" TO ACHOU.

      *    relatorio da conciliacao
       IMPRIME-CONCILIACAO.
           MOVE ZEROS TO SISTEMA-CREDITOS-ABERTOS.
           MOVE ZEROS TO SISTEMA-DEBITOS-ABERTOS.
           MOVE ZEROS TO EXTRATO-CREDITOS-ABERTOS.
           MOVE ZEROS TO EXTRATO-DEBITOS-ABERTOS.
           MOVE ZEROS TO QTD-CASADOS.
           MOVE ZEROS TO QTD-SO-EXTRATO.
           MOVE ZEROS TO QTD-SO-SISTEMA.

           MOVE "PROG266" TO IMPRESSAO-PROGRAMA.
           MOVE "CONCILIA" TO IMPRESSAO-PREFIXO.
           MOVE "SAIDACONCILIA" TO IMPRESSAO-VARIAVEL.
           PERFORM MONTA-NOME-RELATORIO.

           OPEN OUTPUT RELATORIO-CONCILIACAO.

           MOVE PRIMEIRA-DATA-EXTRATO TO CAB-INICIO.
           MOVE ULTIMA-DATA-EXTRATO TO CAB-FIM.
           MOVE CABECALHO-TITULO TO LINHA-RELATORIO.
           PERFORM IMPRIME-LINHA.

           MOVE DATA-DE-HOJE TO CAB-DATA.
           MOVE CABECALHO-RODADA TO LINHA-RELATORIO.
           PERFORM IMPRIME-LINHA.

           PERFORM IMPRIME-BRANCO.
           MOVE "Saldo anterior do extrato" TO LS-TEXTO.
           MOVE SALDO-ANTERIOR TO LS-VALOR.
           PERFORM IMPRIME-LINHA-SALDO.

           IF SALDO-ANTERIOR-DIVERGE = "S"
               MOVE "ATENCAO: saldo anterior do banco difere do da"
                   TO LINHA-RELATORIO
               PERFORM IMPRIME-LINHA
               MOVE CONCCTL-SALDO-EXTRATO TO LS-VALOR
               MOVE "         ultima conciliacao" TO LS-TEXTO
               PERFORM IMPRIME-LINHA-SALDO.

           PERFORM IMPRIME-BRANCO.
           MOVE "LANCAMENTOS CONCILIADOS" TO LINHA-RELATORIO.
           PERFORM IMPRIME-LINHA.
           MOVE CABECALHO-CASADOS TO LINHA-RELATORIO.
           PERFORM IMPRIME-LINHA.
           PERFORM IMPRIME-CASADO
               VARYING INDICE-EXTRATO FROM 1 BY 1
               UNTIL INDICE-EXTRATO > QTD-EXTRATO.

           PERFORM IMPRIME-BRANCO.
           MOVE "NO EXTRATO SEM LANCAMENTO NO SISTEMA"
               TO LINHA-RELATORIO.
           PERFORM IMPRIME-LINHA.
           MOVE CABECALHO-PENDENTES TO LINHA-RELATORIO.
           PERFORM IMPRIME-LINHA.
           PERFORM IMPRIME-SO-EXTRATO
               VARYING INDICE-EXTRATO FROM 1 BY 1
               UNTIL INDICE-EXTRATO > QTD-EXTRATO.

           PERFORM IMPRIME-BRANCO.
           MOVE "NO SISTEMA FORA DO EXTRATO" TO LINHA-RELATORIO.
           PERFORM IMPRIME-LINHA.
           MOVE CABECALHO-PENDENTES TO LINHA-RELATORIO.
           PERFORM IMPRIME-LINHA.
           PERFORM IMPRIME-SO-SISTEMA
               VARYING INDICE-SISTEMA FROM 1 BY 1
               UNTIL INDICE-SISTEMA > QTD-SISTEMA.

           PERFORM IMPRIME-FECHAMENTO.

           CLOSE RELATORIO-CONCILIACAO.

           PERFORM GRAVA-INDICE-IMPRESSAO.

       IMPRIME-CASADO.
           IF TE-CASADO (INDICE-EXTRATO) = "S"
               ADD 1 TO QTD-CASADOS
               PERFORM DESCREVE-ORIGEM
               MOVE TE-DATA (INDICE-EXTRATO) TO LC-DATA
               MOVE TE-NATUREZA (INDICE-EXTRATO) TO LC-NATUREZA
               MOVE TE-VALOR (INDICE-EXTRATO) TO LC-VALOR
               MOVE TE-DOCUMENTO (INDICE-EXTRATO) TO LC-DOCUMENTO
               MOVE ORIGEM-DESCRICAO TO LC-ORIGEM
               MOVE TE-DATA-SISTEMA (INDICE-EXTRATO) TO
                   LC-DATA-SISTEMA
               MOVE TE-QTD-CASADOS (INDICE-EXTRATO) TO LC-QTD
               MOVE LINHA-CASADO TO LINHA-RELATORIO
               PERFORM IMPRIME-LINHA.

       DESCREVE-ORIGEM.
           MOVE SPACES TO ORIGEM-DESCRICAO.

           IF TE-ORIGEM-CASADA (INDICE-EXTRATO) = "R"
               MOVE "RECEBIMENTO" TO ORIGEM-DESCRICAO.

           IF TE-ORIGEM-CASADA (INDICE-EXTRATO) = "N"
               MOVE "CRED.N/APLIC." TO ORIGEM-DESCRICAO.

           IF TE-ORIGEM-CASADA (INDICE-EXTRATO) = "F"
               MOVE "REMESSA FOLHA" TO ORIGEM-DESCRICAO.

           IF TE-ORIGEM-CASADA (INDICE-EXTRATO) = "D"
               MOVE "SAL.DEVOLVIDO" TO ORIGEM-DESCRICAO.

           IF TE-ORIGEM-CASADA (INDICE-EXTRATO) = "L"
               MOVE "FOLHA LIQUIDA" TO ORIGEM-DESCRICAO.

       IMPRIME-SO-EXTRATO.
           IF TE-CASADO (INDICE-EXTRATO) = "N"
               ADD 1 TO QTD-SO-EXTRATO
               PERFORM SOMA-SO-EXTRATO
               MOVE TE-DATA (INDICE-EXTRATO) TO LP-DATA
               MOVE TE-NATUREZA (INDICE-EXTRATO) TO LP-NATUREZA
               MOVE TE-VALOR (INDICE-EXTRATO) TO LP-VALOR
               MOVE TE-DOCUMENTO (INDICE-EXTRATO) TO LP-DOCUMENTO
               MOVE TE-HISTORICO (INDICE-EXTRATO) TO LP-HISTORICO
               MOVE TE-DESDE (INDICE-EXTRATO) TO LP-DESDE
               MOVE LINHA-PENDENTE TO LINHA-RELATORIO
               PERFORM IMPRIME-LINHA.

       SOMA-SO-EXTRATO.
           IF TE-NATUREZA (INDICE-EXTRATO) = "D"
               ADD TE-VALOR (INDICE-EXTRATO) TO
                   EXTRATO-DEBITOS-ABERTOS
           ELSE
               ADD TE-VALOR (INDICE-EXTRATO) TO
                   EXTRATO-CREDITOS-ABERTOS.

       IMPRIME-SO-SISTEMA.
           IF TS-CASADO (INDICE-SISTEMA) = "N"
               ADD 1 TO QTD-SO-SISTEMA
               PERFORM SOMA-SO-SISTEMA
               MOVE TS-DATA (INDICE-SISTEMA) TO LP-DATA
               MOVE TS-NATUREZA (INDICE-SISTEMA) TO LP-NATUREZA
               MOVE TS-VALOR (INDICE-SISTEMA) TO LP-VALOR
               MOVE TS-DOCUMENTO (INDICE-SISTEMA) TO LP-DOCUMENTO
               MOVE TS-HISTORICO (INDICE-SISTEMA) TO LP-HISTORICO
               MOVE TS-DESDE (INDICE-SISTEMA) TO LP-DESDE
               MOVE LINHA-PENDENTE TO LINHA-RELATORIO
               PERFORM IMPRIME-LINHA.

       SOMA-SO-SISTEMA.
           IF TS-NATUREZA (INDICE-SISTEMA) = "D"
               ADD TS-VALOR (INDICE-SISTEMA) TO
                   SISTEMA-DEBITOS-ABERTOS
           ELSE
               ADD TS-VALOR (INDICE-SISTEMA) TO
                   SISTEMA-CREDITOS-ABERTOS.

      *    saldo conciliado = o que o banco mostra mais o que o
      *    sistema ja lancou e o banco ainda nao trouxe, menos o
      *    que o banco trouxe e o sistema nao tem.
       IMPRIME-FECHAMENTO.
           COMPUTE SALDO-CONCILIADO = SALDO-FINAL +
               SISTEMA-CREDITOS-ABERTOS - SISTEMA-DEBITOS-ABERTOS -
               EXTRATO-CREDITOS-ABERTOS + EXTRATO-DEBITOS-ABERTOS.

           PERFORM IMPRIME-BRANCO.
           MOVE "FECHAMENTO" TO LINHA-RELATORIO.
           PERFORM IMPRIME-LINHA.

           MOVE "Lancamentos novos do extrato" TO LQ-TEXTO.
           MOVE QTD-LANCAMENTOS-NOVOS TO LQ-QTD.
           PERFORM IMPRIME-LINHA-QUANTIDADE.
           MOVE "Conciliados" TO LQ-TEXTO.
           MOVE QTD-CASADOS TO LQ-QTD.
           PERFORM IMPRIME-LINHA-QUANTIDADE.
           MOVE "Em aberto no extrato" TO LQ-TEXTO.
           MOVE QTD-SO-EXTRATO TO LQ-QTD.
           PERFORM IMPRIME-LINHA-QUANTIDADE.
           MOVE "Em aberto no sistema" TO LQ-TEXTO.
           MOVE QTD-SO-SISTEMA TO LQ-QTD.
           PERFORM IMPRIME-LINHA-QUANTIDADE.

           PERFORM IMPRIME-BRANCO.
           MOVE "Saldo anterior do extrato" TO LS-TEXTO.
           MOVE SALDO-ANTERIOR TO LS-VALOR.
           PERFORM IMPRIME-LINHA-SALDO.
           MOVE "(+) creditos do extrato" TO LS-TEXTO.
           MOVE TOTAL-CREDITOS-EXTRATO TO LS-VALOR.
           PERFORM IMPRIME-LINHA-SALDO.
           MOVE "(-) debitos do extrato" TO LS-TEXTO.
           MOVE TOTAL-DEBITOS-EXTRATO TO LS-VALOR.
           PERFORM IMPRIME-LINHA-SALDO.
           MOVE "Saldo final do extrato" TO LS-TEXTO.
           MOVE SALDO-FINAL TO LS-VALOR.
           PERFORM IMPRIME-LINHA-SALDO.

           IF SALDO-INFORMADO-LIDO = "S" AND
               SALDO-INFORMADO NOT = SALDO-CALCULADO
               MOVE "ATENCAO: lancamentos do extrato somam"
                   TO LS-TEXTO
               MOVE SALDO-CALCULADO TO LS-VALOR
               PERFORM IMPRIME-LINHA-SALDO.

           MOVE "(+) entradas do sistema fora do extrato" TO LS-TEXTO.
           MOVE SISTEMA-CREDITOS-ABERTOS TO LS-VALOR.
           PERFORM IMPRIME-LINHA-SALDO.
           MOVE "(-) saidas do sistema fora do extrato" TO LS-TEXTO.
           MOVE SISTEMA-DEBITOS-ABERTOS TO LS-VALOR.
           PERFORM IMPRIME-LINHA-SALDO.
           MOVE "(-) creditos do extrato sem lancamento" TO LS-TEXTO.
           MOVE EXTRATO-CREDITOS-ABERTOS TO LS-VALOR.
           PERFORM IMPRIME-LINHA-SALDO.
           MOVE "(+) debitos do extrato sem lancamento" TO LS-TEXTO.
           MOVE EXTRATO-DEBITOS-ABERTOS TO LS-VALOR.
           PERFORM IMPRIME-LINHA-SALDO.
           MOVE "SALDO CONCILIADO" TO LS-TEXTO.
           MOVE SALDO-CONCILIADO TO LS-VALOR.
           PERFORM IMPRIME-LINHA-SALDO.

       IMPRIME-LINHA-SALDO.
           MOVE LINHA-SALDO TO LINHA-RELATORIO.
           PERFORM IMPRIME-LINHA.

       IMPRIME-LINHA-QUANTIDADE.
           MOVE LINHA-QUANTIDADE TO LINHA-RELATORIO.
           PERFORM IMPRIME-LINHA.

       IMPRIME-BRANCO.
           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM IMPRIME-LINHA.

       IMPRIME-LINHA.
           WRITE LINHA-RELATORIO.
           ADD 1 TO IMPRESSAO-LINHAS.
           MOVE SPACES TO LINHA-RELATORIO.

      *    o que nao casou vai para a proxima rodada - o arquivo e
      *    regravado inteiro so com as pendencias.
       GRAVA-PENDENTES.
           OPEN OUTPUT ARQUIVO-CONCILIACAO-PENDENTES.

           PERFORM GRAVA-PENDENTE-EXTRATO
               VARYING INDICE-EXTRATO FROM 1 BY 1
               UNTIL INDICE-EXTRATO > QTD-EXTRATO.

           PERFORM GRAVA-PENDENTE-SISTEMA
               VARYING INDICE-SISTEMA FROM 1 BY 1
               UNTIL INDICE-SISTEMA > QTD-SISTEMA.

           CLOSE ARQUIVO-CONCILIACAO-PENDENTES.

       GRAVA-PENDENTE-EXTRATO.
           IF TE-CASADO (INDICE-EXTRATO) = "N"
               MOVE "B" TO CPEND-LADO
               MOVE TE-DADOS (INDICE-EXTRATO) TO NOVO-LANCAMENTO
               PERFORM GRAVA-PENDENTE.

       GRAVA-PENDENTE-SISTEMA.
           IF TS-CASADO (INDICE-SISTEMA) = "N"
               MOVE "S" TO CPEND-LADO
               MOVE TS-DADOS (INDICE-SISTEMA) TO NOVO-LANCAMENTO
               PERFORM GRAVA-PENDENTE.

       GRAVA-PENDENTE.
           MOVE NL-ORIGEM TO CPEND-ORIGEM.
           MOVE NL-DATA TO CPEND-DATA.
           MOVE NL-NATUREZA TO CPEND-NATUREZA.
           MOVE NL-VALOR TO CPEND-VALOR.
           MOVE NL-DOCUMENTO TO CPEND-DOCUMENTO.
           MOVE NL-HISTORICO TO CPEND-HISTORICO.
           MOVE NL-DESDE TO CPEND-DESDE.
           WRITE CONCILIACAO-PENDENTE-REGISTRO.

       GRAVA-CONTROLE.
           MOVE ULTIMA-DATA-EXTRATO TO CONCCTL-DATA-EXTRATO.
           MOVE SALDO-FINAL TO CONCCTL-SALDO-EXTRATO.
           MOVE RECEBIMENTOS-LIDOS TO CONCCTL-RECEBIMENTOS-LIDOS.
           MOVE SALARIOS-LIDOS TO CONCCTL-SALARIOS-LIDOS.
           MOVE ULTIMO-CREDITO TO CONCCTL-ULTIMO-CREDITO.
           MOVE DATA-DE-HOJE TO CONCCTL-DATA-RODADA.

           OPEN OUTPUT ARQUIVO-CONCILIACAO-CONTROLE.
           WRITE CONCILIACAO-CONTROLE-REGISTRO.
           CLOSE ARQUIVO-CONCILIACAO-CONTROLE.

       GRAVA-EXECUCAO.
      *    anexa a rodada ao log central de execucoes, de onde o
      *    resumo matinal do PROG118 le a janela da noite - o que
      *    ficou em aberto conta como rejeitado.
           OPEN EXTEND ARQUIVO-EXECUCOES.
           MOVE "PROG266" TO EXEC-PROGRAMA.
           MOVE EXECUCAO-DATA-INICIO TO EXEC-DATA-INICIO.
           MOVE EXECUCAO-HORA-INICIO TO EXEC-HORA-INICIO.
           ACCEPT EXEC-DATA-FIM FROM DATE YYYYMMDD.
           ACCEPT EXEC-HORA-FIM FROM TIME.
           MOVE QTD-LANCAMENTOS-NOVOS TO EXEC-LIDOS.
           MOVE QTD-CASADOS TO EXEC-GRAVADOS.
           COMPUTE EXEC-REJEITADOS =
               QTD-SO-EXTRATO + QTD-SO-SISTEMA.

           IF EXEC-REJEITADOS > ZEROS
               MOVE "RJ" TO EXEC-RESULTADO
           ELSE
               MOVE "OK" TO EXEC-RESULTADO.

           WRITE EXECUCAO-REGISTRO.
           CLOSE ARQUIVO-EXECUCOES.

           COPY "PDIMPRESSAO.cob".
           COPY "PDJANELA.cob".
