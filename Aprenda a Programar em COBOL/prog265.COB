       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG265.
      *    extrato contabil do lado de vendas, no mesmo lancamento
      *    de debitos e creditos do PROG150 para a folha - o
      *    faturamento e a cobranca deixam de ser resumidos a mao
      *    dos relatorios impressos. Para um dia ou um mes ja
      *    encerrado, le as faturas emitidas (debito de clientes e
      *    credito de receita; ICMS destacado em FATURA-VALOR-ICMS
      *    a debito de ICMS sobre vendas e a credito de ICMS a
      *    recolher), o razao de recebimentos (caixa contra
      *    clientes, multa e juros e recuperacao de perdas; a baixa
      *    por perda e a aplicacao de credito do cliente sem
      *    dinheiro novo), as notas de credito de devolucoes.dat
      *    (devolucoes contra clientes) e o razao de estoque
      *    estoque_mov.dat (custo da mercadoria vendida, retorno de
      *    devolucao, entrada e ajuste contra estoque). Cada evento
      *    vira conta pelo plano de contas do PROG264, e o
      *    lancamento sai por dia e por conta no relatorio carimbado
      *    RAZAOVENDA_AAAAMMDD_NNN, com os debitos batendo com os
      *    creditos dentro de cada dia. Os dias extraidos ficam em
      *    razao_vendas_extraidos.dat e nao saem de novo, nem no
      *    extrato diario nem no mensal.
      *    Na base de treinamento (PROG273) a tela abre com o aviso
      *    de dados ficticios.
      *    Com a janela batch noturna no ar (trava do PROG177) a
      *    atualizacao e recusada logo na entrada.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBFATURA.cob".
           COPY "SBRECEBIMENTO.cob".
           COPY "SBDEVOLUCAO.cob".
           COPY "SBESTMOV.cob".
           COPY "SBPRODUTO.cob".
           COPY "SBPEDIDOITEM.cob".
           COPY "SBPLANOCONTAS.cob".
           COPY "SBRAZAOVENDA.cob".
           COPY "SBPERVENDA.cob".
           COPY "SBIMPRESSAO.cob".
           SELECT ARQUIVO-ORDENACAO
               ASSIGN TO "RAZAOVENDASORT.TMP".
           SELECT RELATORIO-RAZAO
               ASSIGN TO SAIDARAZAOVENDA
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY "SBPARAMETRO.cob".
           COPY "SBJANELA.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDFATURA.cob".
           COPY "FDRECEBIMENTO.cob".
           COPY "FDDEVOLUCAO.cob".
           COPY "FDESTMOV.cob".
           COPY "FDPRODUTO.cob".
           COPY "FDPEDIDOITEM.cob".
           COPY "FDPLANOCONTAS.cob".
           COPY "FDRAZAOVENDA.cob".
           COPY "FDPERVENDA.cob".
           COPY "FDIMPRESSAO.cob".

       SD  ARQUIVO-ORDENACAO.
       01  ORDENACAO-REGISTRO.
           05 ORD-DATA PIC 9(8).
      *    "1" debito, "2" credito - os debitos do dia saem antes.
           05 ORD-LADO PIC X.
           05 ORD-CONTA PIC X(12).
           05 ORD-DESCRICAO PIC X(25).
           05 ORD-VALOR PIC S9(12)V99.

       FD  RELATORIO-RAZAO.
       01  LINHA-RELATORIO PIC X(80).
           COPY "FDPARAMETRO.cob".
           COPY "FDJANELA.cob".

       WORKING-STORAGE SECTION.
           COPY "WSJANELA.cob".
           COPY "WSPARAMETRO.cob".
       77  MODO-EXTRATO PIC X.
       77  DATA-INFORMADA PIC 9(8).
       77  MES-INFORMADO PIC 9(6).
       77  DATA-DE-HOJE PIC 9(8).
       77  MES-DE-HOJE PIC 9(6).
       77  DIA-INICIAL PIC 9(8).
       77  DIA-FINAL PIC 9(8).
       77  DIA-A-MARCAR PIC 9(8).
       77  PERIODO-LIBERADO PIC X.
       77  INDICE-EVENTO PIC 9(2).
       77  QTD-SEM-CONTA PIC 9(2).
       77  FIM-ARQUIVO PIC X.
       77  FIM-EXTRAIDOS PIC X.
       77  FIM-ITENS PIC X.
       77  FINAL-ORDENADO PIC X.
       77  PRIMEIRA-LEITURA PIC X.
       77  DATA-DA-PARTIDA PIC 9(8).
       77  EVENTO-DEBITO PIC X(6).
       77  EVENTO-CREDITO PIC X(6).
       77  EVENTO-CONTRA PIC X(6).
       77  VALOR-DA-PARTIDA PIC S9(12)V99.
       77  CUSTO-DO-MOVIMENTO PIC 9(6)V99.
       77  DIA-ATUAL PIC 9(8).
       77  LADO-ATUAL PIC X.
       77  CONTA-ATUAL PIC X(12).
       77  DESCRICAO-ATUAL PIC X(25).
       77  TOTAL-CONTA PIC S9(12)V99.
       77  TOTAL-DEBITOS-DIA PIC S9(12)V99.
       77  TOTAL-CREDITOS-DIA PIC S9(12)V99.
       77  TOTAL-DEBITOS PIC S9(12)V99.
       77  TOTAL-CREDITOS PIC S9(12)V99.
       77  QTD-PARTIDAS PIC 9(6).
       77  QTD-DIAS PIC 9(4).
       77  QTD-DIAS-NAO-FECHADOS PIC 9(4).

       01  CABECALHO-TITULO.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(33) VALUE
               "LANCAMENTO CONTABIL DE VENDAS - ".
           05 CAB-DIA-INICIAL PIC 9999/99/99.
           05 FILLER PIC X(3) VALUE " a ".
           05 CAB-DIA-FINAL PIC 9999/99/99.

       01  CABECALHO-DIA.
           05 FILLER PIC X(4) VALUE "Dia ".
           05 CAB-DIA PIC 9999/99/99.

       01  LINHA-PARTIDA.
           05 LP-LADO PIC X(3).
           05 LP-CONTA PIC X(12).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LP-DESCRICAO PIC X(25).
           05 FILLER PIC X(3) VALUE SPACES.
           05 LP-VALOR PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  LINHA-CONTROLE.
           05 CTL-DESCRICAO PIC X(26).
           05 CTL-VALOR PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.

           COPY "WSPLANOCONTAS.cob".
           COPY "WSVALIDADATA.cob".
           COPY "WSPERVENDA.cob".
           COPY "WSIMPRESSAO.cob".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
      *    na base de treinamento a tela abre com o aviso de dados
      *    ficticios.
           PERFORM CARREGA-PARAMETROS.

      *    com a janela batch no ar a atualizacao fica parada - a
      *    trava e do orquestrador PROG177.
           MOVE "PROG265" TO JANELA-PROGRAMA.
           PERFORM CONFERE-JANELA-BATCH.
           IF JANELA-BLOQUEIO = "S"
               GOBACK.

           ACCEPT DATA-DE-HOJE FROM DATE YYYYMMDD.
           MOVE DATA-DE-HOJE TO PERVEN-DATA-LANCAMENTO.
           MOVE PERVEN-MES-LANCAMENTO TO MES-DE-HOJE.

           PERFORM PEGA-PERIODO.

           OPEN INPUT ARQUIVO-PLANO-CONTAS.
           OPEN I-O ARQUIVO-RAZAO-EXTRAIDOS.

           IF PERIODO-LIBERADO = "S"
               PERFORM CONFERE-PLANO-DE-CONTAS.

           IF PERIODO-LIBERADO = "S"
               PERFORM CONFERE-JA-EXTRAIDO.

           IF PERIODO-LIBERADO = "S"
               PERFORM CONFERE-MES-FECHADO
               PERFORM GERA-EXTRATO.

           CLOSE ARQUIVO-PLANO-CONTAS.
           CLOSE ARQUIVO-RAZAO-EXTRAIDOS.
       PROGRAM-DONE.
      *    GOBACK devolve o controle ao menu quando chamado pelo
      *    PROG40, e encerra normalmente quando executado sozinho.
           GOBACK.

      *    so dia ou mes ja encerrado - o dia de hoje ainda recebe
      *    lancamento e sairia pela metade.
       PEGA-PERIODO.
           MOVE "N" TO PERIODO-LIBERADO.

           DISPLAY "Extrato diario ou mensal (D/M)? ".
           ACCEPT MODO-EXTRATO.

           IF MODO-EXTRATO = "d"
               MOVE "D" TO MODO-EXTRATO.

           IF MODO-EXTRATO = "m"
               MOVE "M" TO MODO-EXTRATO.

           IF MODO-EXTRATO = "D"
               PERFORM PEGA-DIA
           ELSE
               IF MODO-EXTRATO = "M"
                   PERFORM PEGA-MES
               ELSE
                   DISPLAY "Modo invalido, nada extraido".

       PEGA-DIA.
           DISPLAY "Dia (AAAAMMDD): ".
           ACCEPT DATA-INFORMADA.

           MOVE DATA-INFORMADA TO VALIDADATA-DATA.
           PERFORM VALIDA-DATA-CALENDARIO.

           IF VALIDADATA-OK = "N"
               DISPLAY "Data invalida, nada extraido"
           ELSE
               IF DATA-INFORMADA NOT < DATA-DE-HOJE
                   DISPLAY "Dia ainda em aberto, nada extraido"
               ELSE
                   MOVE DATA-INFORMADA TO DIA-INICIAL
                   MOVE DATA-INFORMADA TO DIA-FINAL
                   MOVE "S" TO PERIODO-LIBERADO.

       PEGA-MES.
           DISPLAY "Mes (AAAAMM): ".
           ACCEPT MES-INFORMADO.

           COMPUTE VALIDADATA-DATA = (MES-INFORMADO * 100) + 1.
           PERFORM VALIDA-DATA-CALENDARIO.

           IF VALIDADATA-OK = "N"
               DISPLAY "Mes invalido, nada extraido"
           ELSE
               IF MES-INFORMADO NOT < MES-DE-HOJE
                   DISPLAY "Mes ainda em aberto, nada extraido"
               ELSE
                   MOVE VALIDADATA-DATA TO DIA-INICIAL
                   COMPUTE DIA-FINAL = (MES-INFORMADO * 100) +
                       VALIDADATA-ULTIMO-DIA
                   MOVE "S" TO PERIODO-LIBERADO.

      *    com um evento sem conta o lancamento sairia sem fechar
      *    no razao do contador - nada sai ate o PROG264 completar
      *    o plano.
       CONFERE-PLANO-DE-CONTAS.
           MOVE ZEROS TO QTD-SEM-CONTA.

           PERFORM CONFERE-UM-EVENTO
               VARYING INDICE-EVENTO FROM 1 BY 1
               UNTIL INDICE-EVENTO > QTD-EVENTOS-CONTABEIS.

           IF QTD-SEM-CONTA > ZEROS
               MOVE "N" TO PERIODO-LIBERADO
               DISPLAY QTD-SEM-CONTA " eventos sem conta no plano "
                   "(PROG264), nada extraido".

       CONFERE-UM-EVENTO.
           MOVE EVENTO-CODIGO (INDICE-EVENTO) TO PLANO-EVENTO.

           READ ARQUIVO-PLANO-CONTAS RECORD
               INVALID KEY
                   ADD 1 TO QTD-SEM-CONTA
                   DISPLAY "Sem conta: " EVENTO-CODIGO (INDICE-EVENTO)
                       " " EVENTO-DESCRICAO (INDICE-EVENTO).

      *    basta um dia do periodo ja extraido para recusar - o
      *    mes nao sai por cima de um extrato diario, nem o dia por
      *    cima do mensal.
       CONFERE-JA-EXTRAIDO.
           MOVE DIA-INICIAL TO RAZAO-DIA.
           MOVE "N" TO FIM-EXTRAIDOS.

           START ARQUIVO-RAZAO-EXTRAIDOS
               KEY IS NOT LESS THAN RAZAO-DIA
               INVALID KEY
                   MOVE "S" TO FIM-EXTRAIDOS.

           IF FIM-EXTRAIDOS = "N"
               PERFORM LE-PROXIMO-EXTRAIDO.

           IF FIM-EXTRAIDOS = "N" AND RAZAO-DIA NOT > DIA-FINAL
               MOVE "N" TO PERIODO-LIBERADO
               DISPLAY "Dia " RAZAO-DIA " ja extraido em "
                   RAZAO-DATA-GERACAO " (" RAZAO-ARQUIVO
                   "), nada extraido".

       LE-PROXIMO-EXTRAIDO.
           READ ARQUIVO-RAZAO-EXTRAIDOS NEXT RECORD
               AT END
                   MOVE "S" TO FIM-EXTRAIDOS.

      *    so avisa - com o mes aberto no PROG263 o retorno do
      *    banco ainda pode trazer pagamento datado no periodo, e
      *    ele ficaria fora do extrato.
       CONFERE-MES-FECHADO.
           OPEN INPUT ARQUIVO-PERIODOS-VENDA.
           MOVE DIA-INICIAL TO PERVEN-DATA-LANCAMENTO.
           PERFORM CONFERE-PERIODO-VENDA.
           CLOSE ARQUIVO-PERIODOS-VENDA.

           IF PERVEN-BLOQUEADO = "N"
               DISPLAY "ATENCAO: mes ainda aberto no PROG263 - "
                   "lancamento atrasado nao entra neste extrato".

       GERA-EXTRATO.
      *    carimba a saida da rodada antes do OPEN.
           MOVE "PROG265" TO IMPRESSAO-PROGRAMA.
           MOVE "RAZAOVENDA" TO IMPRESSAO-PREFIXO.
           MOVE "SAIDARAZAOVENDA" TO IMPRESSAO-VARIAVEL.
           PERFORM MONTA-NOME-RELATORIO.

           OPEN INPUT ARQUIVO-FATURAS.
           OPEN INPUT ARQUIVO-RECEBIMENTOS.
           OPEN INPUT ARQUIVO-DEVOLUCOES.
           OPEN INPUT ARQUIVO-ESTOQUE-MOV.
           OPEN INPUT ARQUIVO-PRODUTOS.
           OPEN INPUT ARQUIVO-PEDIDO-ITENS.

           MOVE ZEROS TO TOTAL-DEBITOS.
           MOVE ZEROS TO TOTAL-CREDITOS.
           MOVE ZEROS TO QTD-PARTIDAS.
           MOVE ZEROS TO QTD-DIAS.
           MOVE ZEROS TO QTD-DIAS-NAO-FECHADOS.

           SORT ARQUIVO-ORDENACAO
               ON ASCENDING KEY ORD-DATA
                                ORD-LADO
                                ORD-CONTA
               INPUT PROCEDURE IS LIBERA-LANCAMENTOS
               OUTPUT PROCEDURE IS IMPRIME-RAZAO.

           CLOSE ARQUIVO-FATURAS.
           CLOSE ARQUIVO-RECEBIMENTOS.
           CLOSE ARQUIVO-DEVOLUCOES.
           CLOSE ARQUIVO-ESTOQUE-MOV.
           CLOSE ARQUIVO-PRODUTOS.
           CLOSE ARQUIVO-PEDIDO-ITENS.

           PERFORM GRAVA-INDICE-IMPRESSAO.

           DISPLAY "Lancamento gravado em " IMPRESSAO-NOME.
           DISPLAY "Partidas.: " QTD-PARTIDAS.
           DISPLAY "Debitos..: " TOTAL-DEBITOS.
           DISPLAY "Creditos.: " TOTAL-CREDITOS.

      *    dia que nao fechou deixa o periodo sem a marca, para
      *    sair de novo depois de acertado.
           IF QTD-DIAS-NAO-FECHADOS > ZEROS
               DISPLAY "ATENCAO: " QTD-DIAS-NAO-FECHADOS
                   " dias com debitos e creditos diferentes - "
                   "periodo nao marcado como extraido"
           ELSE
               MOVE DIA-INICIAL TO DIA-A-MARCAR
               PERFORM MARCA-DIA-EXTRAIDO
                   UNTIL DIA-A-MARCAR > DIA-FINAL.

       MARCA-DIA-EXTRAIDO.
           MOVE DIA-A-MARCAR TO RAZAO-DIA.
           MOVE MODO-EXTRATO TO RAZAO-MODO.
           MOVE DATA-DE-HOJE TO RAZAO-DATA-GERACAO.
           ACCEPT RAZAO-HORA-GERACAO FROM TIME.
           MOVE IMPRESSAO-NOME TO RAZAO-ARQUIVO.

           WRITE RAZAO-EXTRAIDO-REGISTRO
               INVALID KEY
                   DISPLAY "Erro ao marcar o dia " DIA-A-MARCAR.

           ADD 1 TO DIA-A-MARCAR.

       LIBERA-LANCAMENTOS.
           PERFORM LIBERA-FATURAS.
           PERFORM LIBERA-RECEBIMENTOS.
           PERFORM LIBERA-DEVOLUCOES.
           PERFORM LIBERA-ESTOQUE.

      *    cada partida sai em debito e credito do mesmo valor, com
      *    a conta e a descricao do plano - o dia fecha por
      *    construcao, e a conferencia do fim pega qualquer desvio.
       LIBERA-PARTIDA.
           MOVE DATA-DA-PARTIDA TO ORD-DATA.
           MOVE VALOR-DA-PARTIDA TO ORD-VALOR.

           MOVE "1" TO ORD-LADO.
           MOVE EVENTO-DEBITO TO PLANO-EVENTO.
           PERFORM LE-CONTA-DO-EVENTO.
           RELEASE ORDENACAO-REGISTRO.

           MOVE "2" TO ORD-LADO.
           MOVE EVENTO-CREDITO TO PLANO-EVENTO.
           PERFORM LE-CONTA-DO-EVENTO.
           RELEASE ORDENACAO-REGISTRO.

           ADD 1 TO QTD-PARTIDAS.

       LE-CONTA-DO-EVENTO.
           READ ARQUIVO-PLANO-CONTAS RECORD
               INVALID KEY
                   MOVE SPACES TO PLANO-CONTA
                   MOVE PLANO-EVENTO TO PLANO-DESCRICAO.

           MOVE PLANO-CONTA TO ORD-CONTA.
           MOVE PLANO-DESCRICAO TO ORD-DESCRICAO.

       LIBERA-FATURAS.
           MOVE ZEROS TO FATURA-NUMERO.
           MOVE "N" TO FIM-ARQUIVO.

           START ARQUIVO-FATURAS
               KEY IS NOT LESS THAN FATURA-NUMERO
               INVALID KEY
                   MOVE "S" TO FIM-ARQUIVO.

           PERFORM EXAMINA-FATURA
               UNTIL FIM-ARQUIVO = "S".

       EXAMINA-FATURA.
           READ ARQUIVO-FATURAS NEXT RECORD
               AT END
                   MOVE "S" TO FIM-ARQUIVO.

           IF FIM-ARQUIVO = "N"
               IF FATURA-DATA-EMISSAO NOT < DIA-INICIAL AND
                   FATURA-DATA-EMISSAO NOT > DIA-FINAL
                   PERFORM LIBERA-UMA-FATURA.

      *    o valor da fatura ja traz o ICMS destacado - a receita
      *    sai bruta e o imposto em partida propria de deducao.
       LIBERA-UMA-FATURA.
           MOVE FATURA-DATA-EMISSAO TO DATA-DA-PARTIDA.

           IF FATURA-VALOR > ZEROS
               MOVE "CLIENT" TO EVENTO-DEBITO
               MOVE "RECEIT" TO EVENTO-CREDITO
               MOVE FATURA-VALOR TO VALOR-DA-PARTIDA
               PERFORM LIBERA-PARTIDA.

           IF FATURA-VALOR-ICMS > ZEROS
               MOVE "DEDICM" TO EVENTO-DEBITO
               MOVE "ICMSRE" TO EVENTO-CREDITO
               MOVE FATURA-VALOR-ICMS TO VALOR-DA-PARTIDA
               PERFORM LIBERA-PARTIDA.

       LIBERA-RECEBIMENTOS.
           MOVE "N" TO FIM-ARQUIVO.

           PERFORM EXAMINA-RECEBIMENTO
               UNTIL FIM-ARQUIVO = "S".

       EXAMINA-RECEBIMENTO.
           READ ARQUIVO-RECEBIMENTOS RECORD AT END
               MOVE "S" TO FIM-ARQUIVO.

           IF FIM-ARQUIVO = "N"
               IF RECEB-DATA NOT < DIA-INICIAL AND
                   RECEB-DATA NOT > DIA-FINAL AND
                   RECEB-VALOR > ZEROS
                   PERFORM LIBERA-UM-RECEBIMENTO.

      *    o principal e o caixa contra clientes; encargo e
      *    recuperacao sao receita propria; a baixa por perda e a
      *    aplicacao de credito quitam clientes sem dinheiro novo.
       LIBERA-UM-RECEBIMENTO.
           MOVE RECEB-DATA TO DATA-DA-PARTIDA.
           MOVE RECEB-VALOR TO VALOR-DA-PARTIDA.
           MOVE "CAIXA " TO EVENTO-DEBITO.
           MOVE "CLIENT" TO EVENTO-CREDITO.

           IF RECEB-ENCARGO
               MOVE "ENCARG" TO EVENTO-CREDITO.

           IF RECEB-RECUPERACAO
               MOVE "RECUPE" TO EVENTO-CREDITO.

           IF RECEB-BAIXA-PERDA
               MOVE "PERDAS" TO EVENTO-DEBITO.

           IF RECEB-APLICACAO-CREDITO
               MOVE "CREDCL" TO EVENTO-DEBITO.

           PERFORM LIBERA-PARTIDA.

       LIBERA-DEVOLUCOES.
           MOVE "N" TO FIM-ARQUIVO.

           PERFORM EXAMINA-DEVOLUCAO
               UNTIL FIM-ARQUIVO = "S".

       EXAMINA-DEVOLUCAO.
           READ ARQUIVO-DEVOLUCOES RECORD AT END
               MOVE "S" TO FIM-ARQUIVO.

           IF FIM-ARQUIVO = "N"
               IF DEV-DATA NOT < DIA-INICIAL AND
                   DEV-DATA NOT > DIA-FINAL AND
                   DEV-VALOR > ZEROS
                   MOVE DEV-DATA TO DATA-DA-PARTIDA
                   MOVE DEV-VALOR TO VALOR-DA-PARTIDA
                   MOVE "DEVOLU" TO EVENTO-DEBITO
                   MOVE "CLIENT" TO EVENTO-CREDITO
                   PERFORM LIBERA-PARTIDA.

       LIBERA-ESTOQUE.
           MOVE "N" TO FIM-ARQUIVO.

           PERFORM EXAMINA-MOVIMENTO
               UNTIL FIM-ARQUIVO = "S".

       EXAMINA-MOVIMENTO.
           READ ARQUIVO-ESTOQUE-MOV RECORD AT END
               MOVE "S" TO FIM-ARQUIVO.

           IF FIM-ARQUIVO = "N"
               IF MOV-DATA NOT < DIA-INICIAL AND
                   MOV-DATA NOT > DIA-FINAL AND
                   MOV-QUANTIDADE NOT = ZEROS
                   PERFORM LIBERA-UM-MOVIMENTO.

      *    o movimento que soma ao saldo debita estoque contra a
      *    conta do tipo (custo da mercadoria vendida na saida e no
      *    retorno de devolucao, fornecedores na entrada, ajuste de
      *    inventario no ajuste); o que abate inverte as contas.
       LIBERA-UM-MOVIMENTO.
           PERFORM ACHA-CUSTO-DO-MOVIMENTO.

           COMPUTE VALOR-DA-PARTIDA =
               MOV-QUANTIDADE * CUSTO-DO-MOVIMENTO.

           MOVE "AJUEST" TO EVENTO-CONTRA.

           IF MOV-SAIDA OR MOV-DEVOLUCAO
               MOVE "CMV   " TO EVENTO-CONTRA.

           IF MOV-ENTRADA
               MOVE "FORNEC" TO EVENTO-CONTRA.

           IF VALOR-DA-PARTIDA < ZEROS
               COMPUTE VALOR-DA-PARTIDA = ZEROS - VALOR-DA-PARTIDA
               MOVE EVENTO-CONTRA TO EVENTO-DEBITO
               MOVE "ESTOQU" TO EVENTO-CREDITO
           ELSE
               MOVE "ESTOQU" TO EVENTO-DEBITO
               MOVE EVENTO-CONTRA TO EVENTO-CREDITO.

           MOVE MOV-DATA TO DATA-DA-PARTIDA.

           IF VALOR-DA-PARTIDA > ZEROS
               PERFORM LIBERA-PARTIDA.

      *    o razao de estoque nao guarda custo: a saida e o retorno
      *    de devolucao valem o custo carimbado na linha do pedido
      *    (MOV-DOCUMENTO), a entrada o ultimo custo de compra e o
      *    ajuste o custo medio do produto - sem custo carimbado ou
      *    de compra, tambem o custo medio.
       ACHA-CUSTO-DO-MOVIMENTO.
           MOVE ZEROS TO CUSTO-DO-MOVIMENTO.
           MOVE MOV-PRODUTO-CODIGO TO PRODUTO-CODIGO.

           READ ARQUIVO-PRODUTOS RECORD
               INVALID KEY
                   MOVE ZEROS TO PRODUTO-CUSTO-MEDIO
                   MOVE ZEROS TO PRODUTO-CUSTO-COMPRA.

           IF MOV-ENTRADA AND PRODUTO-CUSTO-COMPRA > ZEROS
               MOVE PRODUTO-CUSTO-COMPRA TO CUSTO-DO-MOVIMENTO.

           IF MOV-SAIDA OR MOV-DEVOLUCAO
               PERFORM BUSCA-CUSTO-DA-LINHA.

           IF CUSTO-DO-MOVIMENTO = ZEROS
               MOVE PRODUTO-CUSTO-MEDIO TO CUSTO-DO-MOVIMENTO.

       BUSCA-CUSTO-DA-LINHA.
           MOVE MOV-DOCUMENTO TO ITEM-PEDIDO-NUMERO.
           MOVE ZEROS TO ITEM-LINHA.
           MOVE "N" TO FIM-ITENS.

           START ARQUIVO-PEDIDO-ITENS
               KEY IS NOT LESS THAN ITEM-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-ITENS.

           PERFORM EXAMINA-LINHA-DO-PEDIDO
               UNTIL FIM-ITENS = "S".

       EXAMINA-LINHA-DO-PEDIDO.
           READ ARQUIVO-PEDIDO-ITENS NEXT RECORD
               AT END
                   MOVE "S" TO FIM-ITENS.

           IF FIM-ITENS = "N" AND
               ITEM-PEDIDO-NUMERO NOT = MOV-DOCUMENTO
               MOVE "S" TO FIM-ITENS.

           IF FIM-ITENS = "N" AND
               ITEM-PRODUTO-CODIGO = MOV-PRODUTO-CODIGO AND
               ITEM-CUSTO-UNITARIO IS NUMERIC
               MOVE ITEM-CUSTO-UNITARIO TO CUSTO-DO-MOVIMENTO
               MOVE "S" TO FIM-ITENS.

       IMPRIME-RAZAO.
           OPEN OUTPUT RELATORIO-RAZAO.
           MOVE "S" TO PRIMEIRA-LEITURA.

           MOVE DIA-INICIAL TO CAB-DIA-INICIAL.
           MOVE DIA-FINAL TO CAB-DIA-FINAL.
           MOVE CABECALHO-TITULO TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE "N" TO FINAL-ORDENADO.
           PERFORM LEIA-PROXIMO-ORDENADO.

           PERFORM PROCESSA-ORDENADO
               UNTIL FINAL-ORDENADO = "S".

           IF PRIMEIRA-LEITURA = "N"
               PERFORM ESCREVE-CONTA
               PERFORM FECHA-DIA
           ELSE
               MOVE SPACES TO LINHA-RELATORIO
               PERFORM ESCREVE-LINHA
               MOVE "Nenhum lancamento no periodo" TO
                   LINHA-RELATORIO
               PERFORM ESCREVE-LINHA.

           PERFORM ESCREVE-CONTROLES.
           CLOSE RELATORIO-RAZAO.

       LEIA-PROXIMO-ORDENADO.
           RETURN ARQUIVO-ORDENACAO RECORD AT END
               MOVE "S" TO FINAL-ORDENADO.

       PROCESSA-ORDENADO.
           IF PRIMEIRA-LEITURA = "S"
               MOVE "N" TO PRIMEIRA-LEITURA
               PERFORM COMECA-DIA
               PERFORM COMECA-CONTA
           ELSE
               IF ORD-DATA NOT = DIA-ATUAL
                   PERFORM ESCREVE-CONTA
                   PERFORM FECHA-DIA
                   PERFORM COMECA-DIA
                   PERFORM COMECA-CONTA
               ELSE
                   IF ORD-LADO NOT = LADO-ATUAL OR
                       ORD-CONTA NOT = CONTA-ATUAL
                       PERFORM ESCREVE-CONTA
                       PERFORM COMECA-CONTA.

           ADD ORD-VALOR TO TOTAL-CONTA.

           IF ORD-LADO = "1"
               ADD ORD-VALOR TO TOTAL-DEBITOS-DIA
           ELSE
               ADD ORD-VALOR TO TOTAL-CREDITOS-DIA.

           PERFORM LEIA-PROXIMO-ORDENADO.

       COMECA-DIA.
           MOVE ORD-DATA TO DIA-ATUAL.
           MOVE ZEROS TO TOTAL-DEBITOS-DIA.
           MOVE ZEROS TO TOTAL-CREDITOS-DIA.
           ADD 1 TO QTD-DIAS.

           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE ORD-DATA TO CAB-DIA.
           MOVE CABECALHO-DIA TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

       COMECA-CONTA.
           MOVE ORD-LADO TO LADO-ATUAL.
           MOVE ORD-CONTA TO CONTA-ATUAL.
           MOVE ORD-DESCRICAO TO DESCRICAO-ATUAL.
           MOVE ZEROS TO TOTAL-CONTA.

       ESCREVE-CONTA.
           IF LADO-ATUAL = "1"
               MOVE "D  " TO LP-LADO
           ELSE
               MOVE "C  " TO LP-LADO.

           MOVE CONTA-ATUAL TO LP-CONTA.
           MOVE DESCRICAO-ATUAL TO LP-DESCRICAO.
           MOVE TOTAL-CONTA TO LP-VALOR.
           MOVE LINHA-PARTIDA TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

       FECHA-DIA.
           ADD TOTAL-DEBITOS-DIA TO TOTAL-DEBITOS.
           ADD TOTAL-CREDITOS-DIA TO TOTAL-CREDITOS.

           MOVE "   Debitos do dia.......: " TO CTL-DESCRICAO.
           MOVE TOTAL-DEBITOS-DIA TO CTL-VALOR.
           MOVE LINHA-CONTROLE TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE "   Creditos do dia......: " TO CTL-DESCRICAO.
           MOVE TOTAL-CREDITOS-DIA TO CTL-VALOR.
           MOVE LINHA-CONTROLE TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           IF TOTAL-DEBITOS-DIA NOT = TOTAL-CREDITOS-DIA
               ADD 1 TO QTD-DIAS-NAO-FECHADOS
               MOVE "*** LANCAMENTO DO DIA NAO FECHOU ***" TO
                   LINHA-RELATORIO
               PERFORM ESCREVE-LINHA.

       ESCREVE-CONTROLES.
           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE "Total de debitos........: " TO CTL-DESCRICAO.
           MOVE TOTAL-DEBITOS TO CTL-VALOR.
           MOVE LINHA-CONTROLE TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE "Total de creditos.......: " TO CTL-DESCRICAO.
           MOVE TOTAL-CREDITOS TO CTL-VALOR.
           MOVE LINHA-CONTROLE TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

       ESCREVE-LINHA.
           WRITE LINHA-RELATORIO.
           ADD 1 TO IMPRESSAO-LINHAS.

           COPY "PDVALIDADATA.cob".

           COPY "PDPERVENDA.cob".

           COPY "PDIMPRESSAO.cob".
           COPY "PDPARAMETRO.cob".
           COPY "PDJANELA.cob".
