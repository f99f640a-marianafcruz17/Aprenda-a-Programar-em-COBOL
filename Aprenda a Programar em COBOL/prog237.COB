       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG237.
      *    rodada de pagamento a fornecedores - seleciona as
      *    parcelas em aberto do contas a pagar (contas_pagar.dat,
      *    lancadas no PROG236) com vencimento ate a data pedida e
      *    grava o arquivo de pagamento para o banco em
      *    PAGFORNECEDOR.TXT, de largura fixa como a remessa da
      *    folha do PROG54 - uma linha de credito por parcela, na
      *    conta do fornecedor, com o credito no proximo dia util.
      *    Cada parcela mandada ao banco fica paga, com o numero da
      *    rodada (SEQ-ULTIMO-PAGAMENTO) e a data do credito.
      *    Fornecedor sem conta bancaria no cadastro (PROG232) fica
      *    de fora e sai apontado no registro da rodada, que e
      *    carimbado pelo arquivo morto de impressoes
      *    (PAGFORN_AAAAMMDD_NNN) e fecha com a contagem e o hash
      *    total dos valores para a conciliacao com o banco. A
      *    rodada vai para o log central de execucoes.
      *    Na base de treinamento (PROG273) a tela abre com o aviso
      *    de dados ficticios.
      *    Com a janela batch noturna no ar (trava do PROG177) a
      *    atualizacao e recusada logo na entrada.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBPAGAR.cob".
           COPY "SBFORNECEDOR.cob".
           COPY "SBSEQUENCIA.cob".
           COPY "SBCALENDARIO.cob".
           COPY "SBEXECUCAO.cob".
           COPY "SBIMPRESSAO.cob".
      *    arquivo de pagamento de largura fixa - uma linha de
      *    credito por parcela paga.
           SELECT ARQUIVO-PAGAMENTO
               ASSIGN TO "PAGFORNECEDOR.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELATORIO-PAGAMENTO
               ASSIGN TO SAIDAPAGFORN
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY "SBPARAMETRO.cob".
           COPY "SBJANELA.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDPAGAR.cob".
           COPY "FDFORNECEDOR.cob".
           COPY "FDSEQUENCIA.cob".
           COPY "FDCALENDARIO.cob".
           COPY "FDEXECUCAO.cob".
           COPY "FDIMPRESSAO.cob".

       FD  ARQUIVO-PAGAMENTO.
       01  LINHA-PAGAMENTO.
           05 PAG-BANCO PIC 9(3).
           05 PAG-AGENCIA PIC 9(4).
           05 PAG-CONTA PIC X(10).
           05 PAG-FORNECEDOR PIC 9(4).
           05 PAG-CNPJ PIC 9(14).
      *    nota e parcela vao no credito para o fornecedor saber o
      *    que esta recebendo.
           05 PAG-NOTA PIC 9(9).
           05 PAG-PARCELA PIC 9(2).
      *    decimais implicitos, como na remessa da folha.
           05 PAG-VALOR PIC 9(8)V99.

       FD  RELATORIO-PAGAMENTO.
       01  LINHA-RELATORIO PIC X(80).
           COPY "FDPARAMETRO.cob".
           COPY "FDJANELA.cob".

       WORKING-STORAGE SECTION.
           COPY "WSJANELA.cob".
           COPY "WSPARAMETRO.cob".
           COPY "WSCALCDIAS.cob".
           COPY "WSDIAUTIL.cob".
           COPY "WSIMPRESSAO.cob".
      *    inicio da rodada, guardado para o registro do log
      *    central de execucoes.
       77  EXECUCAO-DATA-INICIO PIC 9(8).
       77  EXECUCAO-HORA-INICIO PIC 9(8).
       77  DATA-DE-HOJE PIC 9(8).
       77  DATA-LIMITE PIC 9(8).
       77  DATA-DO-CREDITO PIC 9(8).
       77  FIM-PAGAR PIC X.
       77  PRIMEIRA-LEITURA PIC X.
       77  FORNECEDOR-ATUAL PIC 9(4).
      *    "S" quando o fornecedor do grupo tem conta para credito.
       77  FORNECEDOR-COM-CONTA PIC X.
       77  SALDO-DA-PARCELA PIC 9(8)V99.
       77  VALOR-FORNECEDOR PIC 9(10)V99.
       77  TOTAL-SELECIONADOS PIC 9(6).
       77  TOTAL-PAGOS PIC 9(6).
       77  TOTAL-REJEITADOS PIC 9(6).
      *    totais de controle do arquivo de pagamento, para a
      *    conciliacao com o banco.
       77  HASH-VALOR-PAGAMENTO PIC 9(10)V99.
       77  VALOR-SEM-CONTA PIC 9(10)V99.

       01  CABECALHO-TITULO.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(34) VALUE
               "PAGAMENTO A FORNECEDORES - RODADA".
           05 CAB-NUMERO PIC ZZZZZ9.

       01  CABECALHO-DATAS.
           05 FILLER PIC X(25) VALUE "Vencimentos ate........: ".
           05 CAB-LIMITE PIC 9999/99/99.
           05 FILLER PIC X(22) VALUE "   Data do credito..: ".
           05 CAB-CREDITO PIC 9999/99/99.

       01  CABECALHO-COLUNAS.
           05 FILLER PIC X(34) VALUE
               "        Nota  Pc Pedido Vencimento".
           05 FILLER PIC X(25) VALUE
               "          Valor  Situacao".

       01  LINHA-FORNECEDOR.
           05 FILLER PIC X(12) VALUE "Fornecedor: ".
           05 LF-CODIGO PIC ZZZ9.
           05 FILLER PIC X(2) VALUE SPACE.
           05 LF-NOME PIC X(30).
           05 FILLER PIC X(2) VALUE SPACE.
           05 LF-CONTA PIC X(25).

       01  CONTA-EDITADA.
           05 FILLER PIC X(6) VALUE "Banco ".
           05 CE-BANCO PIC 999.
           05 FILLER PIC X(1) VALUE "/".
           05 CE-AGENCIA PIC 9999.
           05 FILLER PIC X(1) VALUE "/".
           05 CE-CONTA PIC X(10).

       01  LINHA-DETALHE.
           05 FILLER PIC X(3) VALUE SPACES.
           05 DET-NOTA PIC ZZZZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-PARCELA PIC Z9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-COMPRA PIC ZZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-VENCIMENTO PIC 9999/99/99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-VALOR PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-SITUACAO PIC X(20).

       01  LINHA-TOTAL.
           05 FILLER PIC X(3) VALUE SPACES.
           05 TOT-DESCRICAO PIC X(30).
           05 TOT-VALOR PIC ZZZ,ZZZ,ZZ9.99.

       01  LINHA-CONTAGEM.
           05 FILLER PIC X(3) VALUE SPACES.
           05 CNT-DESCRICAO PIC X(30).
           05 CNT-QUANTIDADE PIC ZZZZZ9.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
      *    na base de treinamento a tela abre com o aviso de dados
      *    ficticios.
           PERFORM CARREGA-PARAMETROS.

      *    com a janela batch no ar a atualizacao fica parada - a
      *    trava e do orquestrador PROG177.
           MOVE "PROG237" TO JANELA-PROGRAMA.
           PERFORM CONFERE-JANELA-BATCH.
           IF JANELA-BLOQUEIO = "S"
               GOBACK.

           ACCEPT EXECUCAO-DATA-INICIO FROM DATE YYYYMMDD.
           ACCEPT EXECUCAO-HORA-INICIO FROM TIME.
           ACCEPT DATA-DE-HOJE FROM DATE YYYYMMDD.

           PERFORM CARREGA-SEQUENCIAS.
           PERFORM CARREGA-FERIADOS.
           PERFORM CALCULA-DATA-DO-CREDITO.

      *    sem data informada vai tudo o que vence ate o dia do
      *    credito.
           DISPLAY "Pagar vencimentos ate (AAAAMMDD, 0 = "
               DATA-DO-CREDITO "): ".
           ACCEPT DATA-LIMITE.
           IF DATA-LIMITE = ZEROS
               MOVE DATA-DO-CREDITO TO DATA-LIMITE.

           ADD 1 TO SEQ-ULTIMO-PAGAMENTO.

      *    carimba a saida da rodada antes do OPEN.
           MOVE "PROG237" TO IMPRESSAO-PROGRAMA.
           MOVE "PAGFORN" TO IMPRESSAO-PREFIXO.
           MOVE "SAIDAPAGFORN" TO IMPRESSAO-VARIAVEL.
           PERFORM MONTA-NOME-RELATORIO.

           OPEN I-O ARQUIVO-PAGAR.
           OPEN INPUT ARQUIVO-FORNECEDORES.
           OPEN OUTPUT ARQUIVO-PAGAMENTO.
           OPEN OUTPUT RELATORIO-PAGAMENTO.

           MOVE ZEROS TO TOTAL-SELECIONADOS.
           MOVE ZEROS TO TOTAL-PAGOS.
           MOVE ZEROS TO TOTAL-REJEITADOS.
           MOVE ZEROS TO HASH-VALOR-PAGAMENTO.
           MOVE ZEROS TO VALOR-SEM-CONTA.

           PERFORM ESCREVE-CABECALHO.

           MOVE "S" TO PRIMEIRA-LEITURA.
           MOVE ZEROS TO PAGAR-FORNECEDOR-CODIGO.
           MOVE ZEROS TO PAGAR-NOTA-NUMERO.
           MOVE ZEROS TO PAGAR-PARCELA.
           MOVE "N" TO FIM-PAGAR.

           START ARQUIVO-PAGAR
               KEY IS NOT LESS THAN PAGAR-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-PAGAR.

           PERFORM SELECIONA-PARCELA
               UNTIL FIM-PAGAR = "S".

           IF PRIMEIRA-LEITURA = "N"
               PERFORM ESCREVE-TOTAL-FORNECEDOR.

           PERFORM ESCREVE-TOTAIS-DA-RODADA.

           CLOSE ARQUIVO-PAGAR.
           CLOSE ARQUIVO-FORNECEDORES.
           CLOSE ARQUIVO-PAGAMENTO.
           CLOSE RELATORIO-PAGAMENTO.

           PERFORM GRAVA-INDICE-IMPRESSAO.

      *    rodada sem nada pago nao gasta numero.
           IF TOTAL-PAGOS > ZEROS
               PERFORM GRAVA-SEQUENCIAS.

           DISPLAY "Parcelas pagas.........: " TOTAL-PAGOS.
           DISPLAY "Fornecedor sem conta...: " TOTAL-REJEITADOS.
           DISPLAY "Pagamentos gravados em PAGFORNECEDOR.TXT".
           DISPLAY "Registro da rodada em " IMPRESSAO-NOME.

           PERFORM GRAVA-EXECUCAO.
       PROGRAM-DONE.
      *    GOBACK devolve o controle ao menu quando chamado pelo
      *    PROG40, e encerra normalmente quando executado sozinho.
           GOBACK.

       CALCULA-DATA-DO-CREDITO.
      *    o credito cai no proximo dia util, como o da folha.
           MOVE DATA-DE-HOJE TO DIAUTIL-DATA.
           MOVE 1 TO DIAUTIL-DIAS-A-SOMAR.
           PERFORM SOMA-DIAS-UTEIS.
           MOVE DIAUTIL-DATA TO DATA-DO-CREDITO.

       ESCREVE-CABECALHO.
           MOVE SEQ-ULTIMO-PAGAMENTO TO CAB-NUMERO.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE CABECALHO-TITULO TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE DATA-LIMITE TO CAB-LIMITE.
           MOVE DATA-DO-CREDITO TO CAB-CREDITO.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE CABECALHO-DATAS TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE SPACES TO LINHA-RELATORIO.
           MOVE CABECALHO-COLUNAS TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

       SELECIONA-PARCELA.
           READ ARQUIVO-PAGAR NEXT RECORD
               AT END
                   MOVE "S" TO FIM-PAGAR.

           IF FIM-PAGAR = "N"
               IF PAGAR-EM-ABERTO AND
                   PAGAR-DATA-VENCIMENTO NOT > DATA-LIMITE
                   ADD 1 TO TOTAL-SELECIONADOS
                   PERFORM PAGA-PARCELA.

       PAGA-PARCELA.
      *    o arquivo vem na ordem da chave, fornecedor primeiro -
      *    a quebra por fornecedor sai da propria leitura.
           IF PRIMEIRA-LEITURA = "S"
               MOVE "N" TO PRIMEIRA-LEITURA
               PERFORM COMECA-FORNECEDOR
           ELSE
               IF PAGAR-FORNECEDOR-CODIGO NOT = FORNECEDOR-ATUAL
                   PERFORM ESCREVE-TOTAL-FORNECEDOR
                   PERFORM COMECA-FORNECEDOR.

           COMPUTE SALDO-DA-PARCELA =
               PAGAR-VALOR - PAGAR-VALOR-PAGO.

           MOVE PAGAR-NOTA-NUMERO TO DET-NOTA.
           MOVE PAGAR-PARCELA TO DET-PARCELA.
           MOVE PAGAR-COMPRA-NUMERO TO DET-COMPRA.
           MOVE PAGAR-DATA-VENCIMENTO TO DET-VENCIMENTO.
           MOVE SALDO-DA-PARCELA TO DET-VALOR.

           IF FORNECEDOR-COM-CONTA = "S"
               PERFORM GRAVA-CREDITO-FORNECEDOR
           ELSE
               ADD 1 TO TOTAL-REJEITADOS
               ADD SALDO-DA-PARCELA TO VALOR-SEM-CONTA
               MOVE "SEM CONTA - NAO PAGA" TO DET-SITUACAO.

           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-DETALHE TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

       COMECA-FORNECEDOR.
           MOVE PAGAR-FORNECEDOR-CODIGO TO FORNECEDOR-ATUAL.
           MOVE ZEROS TO VALOR-FORNECEDOR.
           PERFORM BUSCA-FORNECEDOR.

           MOVE FORNECEDOR-ATUAL TO LF-CODIGO.
           MOVE FORNECEDOR-NOME TO LF-NOME.
           IF FORNECEDOR-COM-CONTA = "S"
               MOVE FORNECEDOR-BANCO-CODIGO TO CE-BANCO
               MOVE FORNECEDOR-AGENCIA TO CE-AGENCIA
               MOVE FORNECEDOR-CONTA TO CE-CONTA
               MOVE CONTA-EDITADA TO LF-CONTA
           ELSE
               MOVE "SEM CONTA BANCARIA" TO LF-CONTA.

           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-FORNECEDOR TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

       BUSCA-FORNECEDOR.
      *    a conta bancaria foi acrescentada depois - fornecedor
      *    cadastrado antes chega com ela em branco e fica sem
      *    pagar ate ser informada no PROG232.
           MOVE "S" TO FORNECEDOR-COM-CONTA.
           MOVE FORNECEDOR-ATUAL TO FORNECEDOR-CODIGO.
           READ ARQUIVO-FORNECEDORES RECORD
               INVALID KEY
                   MOVE "N" TO FORNECEDOR-COM-CONTA
                   MOVE "DESCONHECIDO" TO FORNECEDOR-NOME.

           IF FORNECEDOR-COM-CONTA = "S"
               IF FORNECEDOR-BANCO-CODIGO NOT NUMERIC OR
                   FORNECEDOR-AGENCIA NOT NUMERIC
                   MOVE "N" TO FORNECEDOR-COM-CONTA
               ELSE
                   IF FORNECEDOR-BANCO-CODIGO = ZEROS OR
                       FORNECEDOR-CONTA = SPACES
                       MOVE "N" TO FORNECEDOR-COM-CONTA.

       GRAVA-CREDITO-FORNECEDOR.
           MOVE FORNECEDOR-BANCO-CODIGO TO PAG-BANCO.
           MOVE FORNECEDOR-AGENCIA TO PAG-AGENCIA.
           MOVE FORNECEDOR-CONTA TO PAG-CONTA.
           MOVE FORNECEDOR-CODIGO TO PAG-FORNECEDOR.
           MOVE FORNECEDOR-CNPJ TO PAG-CNPJ.
           MOVE PAGAR-NOTA-NUMERO TO PAG-NOTA.
           MOVE PAGAR-PARCELA TO PAG-PARCELA.
           MOVE SALDO-DA-PARCELA TO PAG-VALOR.
           WRITE LINHA-PAGAMENTO.

           ADD 1 TO TOTAL-PAGOS.
           ADD SALDO-DA-PARCELA TO HASH-VALOR-PAGAMENTO.
           ADD SALDO-DA-PARCELA TO VALOR-FORNECEDOR.
           MOVE "PAGA" TO DET-SITUACAO.

           MOVE PAGAR-VALOR TO PAGAR-VALOR-PAGO.
           MOVE "P" TO PAGAR-SITUACAO.
           MOVE SEQ-ULTIMO-PAGAMENTO TO PAGAR-PAGAMENTO-NUMERO.
           MOVE DATA-DO-CREDITO TO PAGAR-DATA-PAGAMENTO.

           REWRITE PAGAR-REGISTRO
               INVALID KEY
                   DISPLAY "Erro ao reescrever a parcela "
                       PAGAR-PARCELA " da nota " PAGAR-NOTA-NUMERO.

       ESCREVE-TOTAL-FORNECEDOR.
           MOVE "Pago ao fornecedor............" TO TOT-DESCRICAO.
           MOVE VALOR-FORNECEDOR TO TOT-VALOR.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-TOTAL TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

       ESCREVE-TOTAIS-DA-RODADA.
           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE "Parcelas selecionadas........." TO CNT-DESCRICAO.
           MOVE TOTAL-SELECIONADOS TO CNT-QUANTIDADE.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-CONTAGEM TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE "Creditos no arquivo..........." TO CNT-DESCRICAO.
           MOVE TOTAL-PAGOS TO CNT-QUANTIDADE.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-CONTAGEM TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE "Hash total dos valores........" TO TOT-DESCRICAO.
           MOVE HASH-VALOR-PAGAMENTO TO TOT-VALOR.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-TOTAL TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE "Parcelas sem conta, em aberto." TO CNT-DESCRICAO.
           MOVE TOTAL-REJEITADOS TO CNT-QUANTIDADE.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-CONTAGEM TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE "Valor sem conta, em aberto...." TO TOT-DESCRICAO.
           MOVE VALOR-SEM-CONTA TO TOT-VALOR.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-TOTAL TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

       ESCREVE-LINHA.
           WRITE LINHA-RELATORIO.
           ADD 1 TO IMPRESSAO-LINHAS.

       CARREGA-SEQUENCIAS.
      *    o contador de rodadas de pagamento foi acrescentado
      *    depois - um sequencias.dat antigo chega com ele em
      *    branco.
           MOVE ZEROS TO SEQUENCIA-REGISTRO.
           OPEN INPUT ARQUIVO-SEQUENCIAS.
           READ ARQUIVO-SEQUENCIAS RECORD AT END
               MOVE ZEROS TO SEQUENCIA-REGISTRO.
           CLOSE ARQUIVO-SEQUENCIAS.

           IF SEQ-ULTIMO-PAGAMENTO NOT NUMERIC
               MOVE ZEROS TO SEQ-ULTIMO-PAGAMENTO.

       GRAVA-SEQUENCIAS.
           OPEN OUTPUT ARQUIVO-SEQUENCIAS.
           WRITE SEQUENCIA-REGISTRO.
           CLOSE ARQUIVO-SEQUENCIAS.

       GRAVA-EXECUCAO.
      *    anexa a rodada ao log central de execucoes, de onde o
      *    resumo matinal do PROG118 le a janela da noite.
           OPEN EXTEND ARQUIVO-EXECUCOES.
           MOVE "PROG237" TO EXEC-PROGRAMA.
           MOVE EXECUCAO-DATA-INICIO TO EXEC-DATA-INICIO.
           MOVE EXECUCAO-HORA-INICIO TO EXEC-HORA-INICIO.
           ACCEPT EXEC-DATA-FIM FROM DATE YYYYMMDD.
           ACCEPT EXEC-HORA-FIM FROM TIME.
           MOVE TOTAL-SELECIONADOS TO EXEC-LIDOS.
           MOVE TOTAL-PAGOS TO EXEC-GRAVADOS.
           MOVE TOTAL-REJEITADOS TO EXEC-REJEITADOS.

           IF TOTAL-REJEITADOS > ZEROS
               MOVE "RJ" TO EXEC-RESULTADO
           ELSE
               MOVE "OK" TO EXEC-RESULTADO.

           WRITE EXECUCAO-REGISTRO.
           CLOSE ARQUIVO-EXECUCOES.

           COPY "PDCALCDIAS.cob".
           COPY "PDDIAUTIL.cob".
           COPY "PDIMPRESSAO.cob".
           COPY "PDPARAMETRO.cob".
           COPY "PDJANELA.cob".
