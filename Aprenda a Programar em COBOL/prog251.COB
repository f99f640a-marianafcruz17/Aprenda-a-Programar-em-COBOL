       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG251.
      *    revisao trimestral dos limites de credito pelo
      *    comportamento real de pagamento - para cada cliente mede
      *    nos ultimos 12 meses o atraso medio dos pagamentos de
      *    recebimentos.dat sobre FATURA-DATA-VENCIMENTO (como o
      *    PROG224), o percentual de pagamentos feitos com atraso,
      *    a maior exposicao (o saldo em aberto hoje ou a maior
      *    fatura do periodo, o que for maior) e o faturado no
      *    periodo. As regras de parametros.dat (PROG176) dao a
      *    faixa de risco e quantos meses de faturamento medio
      *    viram limite; cliente sem movimento ha um ano fica com
      *    proposta de limite zero. O relatorio carimbado pelo
      *    arquivo morto de impressoes (REVCREDITO_AAAAMMDD_NNN)
      *    vai para o gerente de credito, e cada limite que mudaria
      *    fica pendente em revisao_credito.dat para a aprovacao do
      *    PROG252 - nada e gravado em clientes.dat aqui.
      *    Com a janela batch noturna no ar (trava do PROG177) a
      *    atualizacao e recusada logo na entrada.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBCLIENTE.cob".
           COPY "SBFATURA.cob".
           COPY "SBRECEBIMENTO.cob".
           COPY "SBREVCREDITO.cob".
           COPY "SBPARAMETRO.cob".
           COPY "SBIMPRESSAO.cob".
           SELECT RELATORIO-REVISAO
               ASSIGN TO SAIDAREVCREDITO
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY "SBJANELA.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDCLIENTE.cob".
           COPY "FDFATURA.cob".
           COPY "FDRECEBIMENTO.cob".
           COPY "FDREVCREDITO.cob".
           COPY "FDPARAMETRO.cob".
           COPY "FDIMPRESSAO.cob".

       FD  RELATORIO-REVISAO.
       01  LINHA-RELATORIO PIC X(132).
           COPY "FDJANELA.cob".

       WORKING-STORAGE SECTION.
           COPY "WSJANELA.cob".
           COPY "WSIMPRESSAO.cob".
           COPY "WSPARAMETRO.cob".
           COPY "WSCALCDIAS.cob".
       77  DATA-DE-HOJE PIC 9(8).
       77  INICIO-DA-JANELA PIC 9(8).
       77  FIM-LEITURA PIC X.
       77  FIM-CLIENTES PIC X.
       77  SALDO-DA-FATURA PIC S9(8)V99.
       77  DIAS-DO-VENCIMENTO PIC 9(8).
       77  DIAS-DE-ATRASO PIC S9(8).
       77  LIMITE-CALCULADO PIC 9(10)V99.
       77  CENTENAS-DO-LIMITE PIC 9(8).
       77  MESES-DA-FAIXA PIC 9(2)V99.
       77  CLIENTE-REVISADO PIC X.
       77  PROPOSTA-NECESSARIA PIC X.
       77  QTD-CLIENTES PIC 9(5).
       77  QTD-PROPOSTAS PIC 9(5).
       77  QTD-INATIVOS PIC 9(5).
       77  QTD-JA-DECIDIDAS PIC 9(5).
      *    a proposta calculada, guardada enquanto o READ traz a
      *    que ja estava gravada para o mes.
       77  PROPOSTA-SALVA PIC X(96).

      *    regras de faixa, com as contingencias de quando a chave
      *    nao esta em parametros.dat: atraso medio maximo (dias)
      *    e percentual maximo de pagamentos atrasados para cada
      *    faixa, e quantos meses do faturamento medio mensal viram
      *    limite. Quem nao cabe na "C" e "D".
       77  DIAS-FAIXA-A PIC 9(4) VALUE 5.
       77  PERC-FAIXA-A PIC 9(3)V99 VALUE 10.
       77  MESES-FAIXA-A PIC 9(2)V99 VALUE 3.
       77  DIAS-FAIXA-B PIC 9(4) VALUE 15.
       77  PERC-FAIXA-B PIC 9(3)V99 VALUE 30.
       77  MESES-FAIXA-B PIC 9(2)V99 VALUE 2.
       77  DIAS-FAIXA-C PIC 9(4) VALUE 45.
       77  PERC-FAIXA-C PIC 9(3)V99 VALUE 60.
       77  MESES-FAIXA-C PIC 9(2)V99 VALUE 1.
       77  MESES-FAIXA-D PIC 9(2)V99 VALUE ZEROS.

      *    comportamento de cada cliente nos ultimos 12 meses,
      *    indexado pelo codigo do cliente.
       01  TABELA-CREDITO.
           05 CREDITO-CLIENTE OCCURS 9999 TIMES.
               10 CRD-FATURAS PIC 9(5).
               10 CRD-RECEITA PIC 9(10)V99.
               10 CRD-MAIOR-FATURA PIC 9(8)V99.
               10 CRD-SALDO-ABERTO PIC 9(10)V99.
               10 CRD-PAGAMENTOS PIC 9(5).
               10 CRD-ATRASADOS PIC 9(5).
               10 CRD-SOMA-DIAS PIC 9(9).

       01  DATA-DESMONTADA.
           05 DESM-ANO-MES PIC 9(6).
           05 DESM-DIA PIC 9(2).

       01  CABECALHO-TITULO.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(38) VALUE
               "REVISAO DE LIMITES DE CREDITO - EM ".
           05 CAB-DATA PIC 9999/99/99.

       01  CABECALHO-SUBTITULO.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(46) VALUE
               "pagamentos e faturamento dos ultimos 12 meses".
           05 FILLER PIC X(36) VALUE
               "- para a aprovacao no PROG252".

       01  CABECALHO-COLUNAS.
           05 FILLER PIC X(6) VALUE "Cod".
           05 FILLER PIC X(22) VALUE "Cliente".
           05 FILLER PIC X(6) VALUE " Dias".
           05 FILLER PIC X(8) VALUE "  %Atr".
           05 FILLER PIC X(16) VALUE "  Maior exposic".
           05 FILLER PIC X(17) VALUE "  Receita 12 mes".
           05 FILLER PIC X(3) VALUE " F".
           05 FILLER PIC X(16) VALUE "    Limite atual".
           05 FILLER PIC X(16) VALUE "        Proposto".
           05 FILLER PIC X(20) VALUE "  Situacao".

       01  LINHA-CLIENTE.
           05 LC-CODIGO PIC 9(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LC-NOME PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LC-DIAS PIC ZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LC-PERC PIC ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LC-EXPOSICAO PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LC-RECEITA PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LC-FAIXA PIC X.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LC-ATUAL PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LC-PROPOSTO PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LC-SITUACAO PIC X(20).

       01  LINHA-RESUMO.
           05 LR-TEXTO PIC X(40).
           05 LR-QTD PIC ZZZZ9.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
      *    com a janela batch no ar a atualizacao fica parada - a
      *    trava e do orquestrador PROG177.
           MOVE "PROG251" TO JANELA-PROGRAMA.
           PERFORM CONFERE-JANELA-BATCH.
           IF JANELA-BLOQUEIO = "S"
               GOBACK.

           ACCEPT DATA-DE-HOJE FROM DATE YYYYMMDD.
           COMPUTE INICIO-DA-JANELA = DATA-DE-HOJE - 10000.
           MOVE DATA-DE-HOJE TO DATA-DESMONTADA.

           PERFORM APLICA-REGRAS-DE-CREDITO.

           MOVE ZEROS TO TABELA-CREDITO.

           OPEN INPUT ARQUIVO-FATURAS.
           PERFORM ACUMULA-FATURAS.

           OPEN INPUT ARQUIVO-RECEBIMENTOS.
           PERFORM MEDE-PAGAMENTOS.
           CLOSE ARQUIVO-RECEBIMENTOS.
           CLOSE ARQUIVO-FATURAS.

      *    carimba a saida da rodada antes do OPEN.
           MOVE "PROG251" TO IMPRESSAO-PROGRAMA.
           MOVE "REVCREDITO" TO IMPRESSAO-PREFIXO.
           MOVE "SAIDAREVCREDITO" TO IMPRESSAO-VARIAVEL.
           PERFORM MONTA-NOME-RELATORIO.

           OPEN INPUT ARQUIVO-CLIENTE.
           OPEN I-O ARQUIVO-REVISAO-CREDITO.
           OPEN OUTPUT RELATORIO-REVISAO.

           MOVE ZEROS TO QTD-CLIENTES.
           MOVE ZEROS TO QTD-PROPOSTAS.
           MOVE ZEROS TO QTD-INATIVOS.
           MOVE ZEROS TO QTD-JA-DECIDIDAS.

           PERFORM IMPRIME-CABECALHO.
           PERFORM REVISA-CLIENTES.
           PERFORM IMPRIME-RESUMO.

           CLOSE ARQUIVO-CLIENTE.
           CLOSE ARQUIVO-REVISAO-CREDITO.
           CLOSE RELATORIO-REVISAO.

           PERFORM GRAVA-INDICE-IMPRESSAO.

           DISPLAY "Clientes revisados.: " QTD-CLIENTES.
           DISPLAY "Propostas pendentes: " QTD-PROPOSTAS.
           DISPLAY "Sem movimento......: " QTD-INATIVOS.
           DISPLAY "Revisao " DESM-ANO-MES
               " - aprovar pelo PROG252".
           DISPLAY "Relatorio gravado em " IMPRESSAO-NOME.
       PROGRAM-DONE.
      *    GOBACK devolve o controle ao menu quando chamado pelo
      *    PROG40, e encerra normalmente quando executado sozinho.
           GOBACK.

       APLICA-REGRAS-DE-CREDITO.
           PERFORM CARREGA-PARAMETROS.

           MOVE "CRED-DIAS-FAIXA-A" TO PARAM-BUSCA-CHAVE.
           PERFORM BUSCA-PARAMETRO.
           IF PARAM-ACHADO = "S"
               MOVE PARAM-VALOR-LIDO TO DIAS-FAIXA-A.

           MOVE "CRED-PERC-FAIXA-A" TO PARAM-BUSCA-CHAVE.
           PERFORM BUSCA-PARAMETRO.
           IF PARAM-ACHADO = "S"
               MOVE PARAM-VALOR-LIDO TO PERC-FAIXA-A.

           MOVE "CRED-MESES-FAIXA-A" TO PARAM-BUSCA-CHAVE.
           PERFORM BUSCA-PARAMETRO.
           IF PARAM-ACHADO = "S"
               MOVE PARAM-VALOR-LIDO TO MESES-FAIXA-A.

           MOVE "CRED-DIAS-FAIXA-B" TO PARAM-BUSCA-CHAVE.
           PERFORM BUSCA-PARAMETRO.
           IF PARAM-ACHADO = "S"
               MOVE PARAM-VALOR-LIDO TO DIAS-FAIXA-B.

           MOVE "CRED-PERC-FAIXA-B" TO PARAM-BUSCA-CHAVE.
           PERFORM BUSCA-PARAMETRO.
           IF PARAM-ACHADO = "S"
               MOVE PARAM-VALOR-LIDO TO PERC-FAIXA-B.

           MOVE "CRED-MESES-FAIXA-B" TO PARAM-BUSCA-CHAVE.
           PERFORM BUSCA-PARAMETRO.
           IF PARAM-ACHADO = "S"
               MOVE PARAM-VALOR-LIDO TO MESES-FAIXA-B.

           MOVE "CRED-DIAS-FAIXA-C" TO PARAM-BUSCA-CHAVE.
           PERFORM BUSCA-PARAMETRO.
           IF PARAM-ACHADO = "S"
               MOVE PARAM-VALOR-LIDO TO DIAS-FAIXA-C.

           MOVE "CRED-PERC-FAIXA-C" TO PARAM-BUSCA-CHAVE.
           PERFORM BUSCA-PARAMETRO.
           IF PARAM-ACHADO = "S"
               MOVE PARAM-VALOR-LIDO TO PERC-FAIXA-C.

           MOVE "CRED-MESES-FAIXA-C" TO PARAM-BUSCA-CHAVE.
           PERFORM BUSCA-PARAMETRO.
           IF PARAM-ACHADO = "S"
               MOVE PARAM-VALOR-LIDO TO MESES-FAIXA-C.

           MOVE "CRED-MESES-FAIXA-D" TO PARAM-BUSCA-CHAVE.
           PERFORM BUSCA-PARAMETRO.
           IF PARAM-ACHADO = "S"
               MOVE PARAM-VALOR-LIDO TO MESES-FAIXA-D.

       ACUMULA-FATURAS.
      *    o saldo em aberto conta inteiro, de qualquer data; o
      *    faturado e a maior fatura so dentro dos 12 meses.
           MOVE ZEROS TO FATURA-NUMERO.
           MOVE "N" TO FIM-LEITURA.

           START ARQUIVO-FATURAS
               KEY IS NOT LESS THAN FATURA-NUMERO
               INVALID KEY
                   MOVE "S" TO FIM-LEITURA.

           PERFORM ACUMULA-UMA-FATURA
               UNTIL FIM-LEITURA = "S".

       ACUMULA-UMA-FATURA.
           READ ARQUIVO-FATURAS NEXT RECORD
               AT END
                   MOVE "S" TO FIM-LEITURA.

           IF FIM-LEITURA = "N"
               IF FATURA-CLIENTE-CODIGO > ZEROS
                   PERFORM SOMA-FATURA-DO-CLIENTE.

       SOMA-FATURA-DO-CLIENTE.
           COMPUTE SALDO-DA-FATURA =
               FATURA-VALOR - FATURA-VALOR-PAGO -
               FATURA-VALOR-CREDITO.

           IF FATURA-EM-ABERTO AND SALDO-DA-FATURA > ZEROS
               ADD SALDO-DA-FATURA TO
                   CRD-SALDO-ABERTO (FATURA-CLIENTE-CODIGO).

           IF FATURA-DATA-EMISSAO NOT < INICIO-DA-JANELA
               ADD 1 TO CRD-FATURAS (FATURA-CLIENTE-CODIGO)
               ADD FATURA-VALOR TO
                   CRD-RECEITA (FATURA-CLIENTE-CODIGO)
               IF FATURA-VALOR >
                   CRD-MAIOR-FATURA (FATURA-CLIENTE-CODIGO)
                   MOVE FATURA-VALOR TO
                       CRD-MAIOR-FATURA (FATURA-CLIENTE-CODIGO).

       MEDE-PAGAMENTOS.
      *    so os pagamentos de fatura do periodo contam - encargo,
      *    baixa como perda, recuperacao e aplicacao de credito nao
      *    dizem nada do habito do cliente. Pagamento antecipado
      *    conta como zero dias de atraso.
           MOVE "N" TO FIM-LEITURA.
           PERFORM LE-PROXIMO-RECEBIMENTO.

           PERFORM MEDE-UM-RECEBIMENTO
               UNTIL FIM-LEITURA = "S".

       LE-PROXIMO-RECEBIMENTO.
           READ ARQUIVO-RECEBIMENTOS RECORD AT END
               MOVE "S" TO FIM-LEITURA.

       MEDE-UM-RECEBIMENTO.
           IF RECEB-TIPO = SPACE AND RECEB-CLIENTE-CODIGO > ZEROS
               IF RECEB-DATA NOT < INICIO-DA-JANELA
                   PERFORM MEDE-PAGAMENTO-DE-FATURA.

           PERFORM LE-PROXIMO-RECEBIMENTO.

       MEDE-PAGAMENTO-DE-FATURA.
           MOVE RECEB-FATURA-NUMERO TO FATURA-NUMERO.
           READ ARQUIVO-FATURAS RECORD
               INVALID KEY
                   MOVE ZEROS TO FATURA-DATA-VENCIMENTO.

           IF FATURA-DATA-VENCIMENTO > ZEROS
               PERFORM SOMA-ATRASO-DO-PAGAMENTO.

       SOMA-ATRASO-DO-PAGAMENTO.
           MOVE FATURA-DATA-VENCIMENTO TO CALCDIAS-DATA.
           PERFORM CONVERTE-DATA-EM-DIAS.
           MOVE CALCDIAS-TOTAL TO DIAS-DO-VENCIMENTO.

           MOVE RECEB-DATA TO CALCDIAS-DATA.
           PERFORM CONVERTE-DATA-EM-DIAS.
           COMPUTE DIAS-DE-ATRASO =
               CALCDIAS-TOTAL - DIAS-DO-VENCIMENTO.

           IF DIAS-DE-ATRASO < ZEROS
               MOVE ZEROS TO DIAS-DE-ATRASO.

           ADD 1 TO CRD-PAGAMENTOS (RECEB-CLIENTE-CODIGO).
           ADD DIAS-DE-ATRASO TO CRD-SOMA-DIAS (RECEB-CLIENTE-CODIGO).

           IF DIAS-DE-ATRASO > ZEROS
               ADD 1 TO CRD-ATRASADOS (RECEB-CLIENTE-CODIGO).

       REVISA-CLIENTES.
           MOVE ZEROS TO CLIENTE-CODIGO.
           MOVE "N" TO FIM-CLIENTES.

           START ARQUIVO-CLIENTE
               KEY IS NOT LESS THAN CLIENTE-CODIGO
               INVALID KEY
                   MOVE "S" TO FIM-CLIENTES.

           PERFORM REVISA-UM-CLIENTE
               UNTIL FIM-CLIENTES = "S".

       REVISA-UM-CLIENTE.
           READ ARQUIVO-CLIENTE NEXT RECORD
               AT END
                   MOVE "S" TO FIM-CLIENTES.

           IF FIM-CLIENTES = "N"
               IF CLIENTE-CODIGO > ZEROS
                   PERFORM CALCULA-PROPOSTA
                   PERFORM IMPRIME-CLIENTE.

       CALCULA-PROPOSTA.
           ADD 1 TO QTD-CLIENTES.

           MOVE SPACES TO REVISAO-CREDITO-REGISTRO.
           MOVE DESM-ANO-MES TO REVCRED-REVISAO.
           MOVE CLIENTE-CODIGO TO REVCRED-CLIENTE-CODIGO.
           MOVE DATA-DE-HOJE TO REVCRED-DATA-CALCULO.
           MOVE CLIENTE-LIMITE-CREDITO TO REVCRED-LIMITE-ATUAL.
           MOVE CRD-PAGAMENTOS (CLIENTE-CODIGO) TO
               REVCRED-QTD-PAGAMENTOS.
           MOVE CRD-RECEITA (CLIENTE-CODIGO) TO
               REVCRED-RECEITA-12-MESES.
           MOVE ZEROS TO REVCRED-MEDIA-DIAS.
           MOVE ZEROS TO REVCRED-PERC-ATRASO.

           IF CRD-PAGAMENTOS (CLIENTE-CODIGO) > ZEROS
               COMPUTE REVCRED-MEDIA-DIAS ROUNDED =
                   CRD-SOMA-DIAS (CLIENTE-CODIGO) /
                   CRD-PAGAMENTOS (CLIENTE-CODIGO)
               COMPUTE REVCRED-PERC-ATRASO ROUNDED =
                   CRD-ATRASADOS (CLIENTE-CODIGO) * 100 /
                   CRD-PAGAMENTOS (CLIENTE-CODIGO).

           IF CRD-SALDO-ABERTO (CLIENTE-CODIGO) >
               CRD-MAIOR-FATURA (CLIENTE-CODIGO)
               MOVE CRD-SALDO-ABERTO (CLIENTE-CODIGO) TO
                   REVCRED-MAIOR-EXPOSICAO
           ELSE
               MOVE CRD-MAIOR-FATURA (CLIENTE-CODIGO) TO
                   REVCRED-MAIOR-EXPOSICAO.

           PERFORM CLASSIFICA-CLIENTE.
           PERFORM VERIFICA-PROPOSTA-NECESSARIA.

           MOVE "sem mudanca" TO LC-SITUACAO.
           IF PROPOSTA-NECESSARIA = "S"
               PERFORM GRAVA-PROPOSTA.

       CLASSIFICA-CLIENTE.
      *    sem faturar nem pagar nada em um ano, limite zero; com
      *    fatura mas sem pagamento para medir, fica o limite de
      *    hoje ate a proxima revisao.
           IF CRD-FATURAS (CLIENTE-CODIGO) = ZEROS AND
               CRD-PAGAMENTOS (CLIENTE-CODIGO) = ZEROS
               MOVE "I" TO REVCRED-FAIXA
               MOVE ZEROS TO REVCRED-LIMITE-PROPOSTO
               ADD 1 TO QTD-INATIVOS
           ELSE
               IF CRD-PAGAMENTOS (CLIENTE-CODIGO) = ZEROS
                   MOVE "N" TO REVCRED-FAIXA
                   MOVE CLIENTE-LIMITE-CREDITO TO
                       REVCRED-LIMITE-PROPOSTO
               ELSE
                   PERFORM ACHA-FAIXA-DO-CLIENTE
                   PERFORM CALCULA-LIMITE-DA-FAIXA.

       ACHA-FAIXA-DO-CLIENTE.
           IF REVCRED-MEDIA-DIAS NOT > DIAS-FAIXA-A AND
               REVCRED-PERC-ATRASO NOT > PERC-FAIXA-A
               MOVE "A" TO REVCRED-FAIXA
               MOVE MESES-FAIXA-A TO MESES-DA-FAIXA
           ELSE
               IF REVCRED-MEDIA-DIAS NOT > DIAS-FAIXA-B AND
                   REVCRED-PERC-ATRASO NOT > PERC-FAIXA-B
                   MOVE "B" TO REVCRED-FAIXA
                   MOVE MESES-FAIXA-B TO MESES-DA-FAIXA
               ELSE
                   IF REVCRED-MEDIA-DIAS NOT > DIAS-FAIXA-C AND
                       REVCRED-PERC-ATRASO NOT > PERC-FAIXA-C
                       MOVE "C" TO REVCRED-FAIXA
                       MOVE MESES-FAIXA-C TO MESES-DA-FAIXA
                   ELSE
                       MOVE "D" TO REVCRED-FAIXA
                       MOVE MESES-FAIXA-D TO MESES-DA-FAIXA.

       CALCULA-LIMITE-DA-FAIXA.
      *    faturamento medio mensal vezes os meses da faixa, em
      *    centenas inteiras de reais.
           COMPUTE LIMITE-CALCULADO =
               REVCRED-RECEITA-12-MESES * MESES-DA-FAIXA / 12.
           DIVIDE LIMITE-CALCULADO BY 100
               GIVING CENTENAS-DO-LIMITE.

           IF CENTENAS-DO-LIMITE > 999999
               MOVE 999999 TO CENTENAS-DO-LIMITE.

           COMPUTE REVCRED-LIMITE-PROPOSTO =
               CENTENAS-DO-LIMITE * 100.

       VERIFICA-PROPOSTA-NECESSARIA.
      *    limite igual nao precisa de aprovacao - menos o zero de
      *    cliente nunca revisado, que hoje quer dizer "sem limite"
      *    e depois da aprovacao passa a ser credito zero.
           MOVE "N" TO CLIENTE-REVISADO.
           IF CLIENTE-DATA-REVISAO-CREDITO NUMERIC
               IF CLIENTE-DATA-REVISAO-CREDITO > ZEROS
                   MOVE "S" TO CLIENTE-REVISADO.

           MOVE "N" TO PROPOSTA-NECESSARIA.
           IF REVCRED-LIMITE-PROPOSTO NOT = CLIENTE-LIMITE-CREDITO
               MOVE "S" TO PROPOSTA-NECESSARIA
           ELSE
               IF REVCRED-LIMITE-PROPOSTO = ZEROS AND
                   CLIENTE-REVISADO = "N"
                   MOVE "S" TO PROPOSTA-NECESSARIA.

       GRAVA-PROPOSTA.
      *    rodar de novo no mesmo mes refaz a proposta ainda
      *    pendente; a ja decidida fica como o gerente deixou.
           MOVE "P" TO REVCRED-SITUACAO.
           MOVE SPACES TO REVCRED-OPERADOR-DECISAO.
           MOVE ZEROS TO REVCRED-DATA-DECISAO.

           WRITE REVISAO-CREDITO-REGISTRO
               INVALID KEY
                   PERFORM REFAZ-PROPOSTA
               NOT INVALID KEY
                   ADD 1 TO QTD-PROPOSTAS
                   MOVE "PENDENTE APROVACAO" TO LC-SITUACAO.

       REFAZ-PROPOSTA.
           MOVE REVISAO-CREDITO-REGISTRO TO PROPOSTA-SALVA.
           READ ARQUIVO-REVISAO-CREDITO RECORD
               INVALID KEY
                   MOVE "R" TO REVCRED-SITUACAO.

           IF REVCRED-PENDENTE
               MOVE PROPOSTA-SALVA TO REVISAO-CREDITO-REGISTRO
               REWRITE REVISAO-CREDITO-REGISTRO
               ADD 1 TO QTD-PROPOSTAS
               MOVE "PENDENTE APROVACAO" TO LC-SITUACAO
           ELSE
               MOVE PROPOSTA-SALVA TO REVISAO-CREDITO-REGISTRO
               ADD 1 TO QTD-JA-DECIDIDAS
               MOVE "JA DECIDIDA NO MES" TO LC-SITUACAO.

       IMPRIME-CABECALHO.
           MOVE DATA-DE-HOJE TO CAB-DATA.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE CABECALHO-TITULO TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE CABECALHO-SUBTITULO TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.
           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE CABECALHO-COLUNAS TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

       IMPRIME-CLIENTE.
           MOVE CLIENTE-CODIGO TO LC-CODIGO.
           MOVE CLIENTE-NOME TO LC-NOME.
           MOVE REVCRED-MEDIA-DIAS TO LC-DIAS.
           MOVE REVCRED-PERC-ATRASO TO LC-PERC.
           MOVE REVCRED-MAIOR-EXPOSICAO TO LC-EXPOSICAO.
           MOVE REVCRED-RECEITA-12-MESES TO LC-RECEITA.
           MOVE REVCRED-FAIXA TO LC-FAIXA.
           MOVE REVCRED-LIMITE-ATUAL TO LC-ATUAL.
           MOVE REVCRED-LIMITE-PROPOSTO TO LC-PROPOSTO.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-CLIENTE TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

       IMPRIME-RESUMO.
           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE "Clientes revisados" TO LR-TEXTO.
           MOVE QTD-CLIENTES TO LR-QTD.
           PERFORM ESCREVE-RESUMO.
           MOVE "Propostas pendentes de aprovacao" TO LR-TEXTO.
           MOVE QTD-PROPOSTAS TO LR-QTD.
           PERFORM ESCREVE-RESUMO.
           MOVE "Sem movimento ha um ano (faixa I)" TO LR-TEXTO.
           MOVE QTD-INATIVOS TO LR-QTD.
           PERFORM ESCREVE-RESUMO.
           MOVE "Propostas ja decididas no mes" TO LR-TEXTO.
           MOVE QTD-JA-DECIDIDAS TO LR-QTD.
           PERFORM ESCREVE-RESUMO.

       ESCREVE-RESUMO.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-RESUMO TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

       ESCREVE-LINHA.
           WRITE LINHA-RELATORIO.
           ADD 1 TO IMPRESSAO-LINHAS.

           COPY "PDPARAMETRO.cob".
           COPY "PDCALCDIAS.cob".
           COPY "PDIMPRESSAO.cob".
           COPY "PDJANELA.cob".
