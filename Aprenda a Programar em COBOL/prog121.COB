      *    razao de estoque. Pedido em moeda estrangeira entra na
      *    fatura convertido para BRL pela taxa da data do pedido
      *    (1x1 com aviso quando nao ha taxa), para o contas a
      *    receber inteiro falar uma moeda so. Venda a prazo abre
      *    uma parcela por vencimento da condicao de pagamento do
      *    pedido (ou, em branco, da do cliente) - cada parcela e
      *    uma fatura propria com numero, vencimento e saldo seus,
      *    o valor dividido por igual e os centavos da divisao na
      *    ultima. Sem condicao vale o vencimento unico no mes
      *    seguinte. Cada linha sai so ate o estoque disponivel:
      *    a fatura cobre o que foi expedido, a linha e o pedido
      *    ficam com a quantidade expedida e a falta vira saldo a
      *    entregar em saldos_pedido.dat, preso a linha do pedido
      *    original, para a liberacao diaria (PROG230) atender
      *    quando a mercadoria chegar. Pedido sem estoque para
      *    nenhuma linha nao gera fatura - vai inteiro para saldo.
      *    Cada linha que sai leva carimbado o custo medio do
      *    produto na hora da baixa (ITEM-CUSTO-UNITARIO), base
      *    dos relatorios de margem bruta. O frete sai da tabela
      *    de fretes (PROG247) pela UF e pelo CEP do cliente - por
      *    peso da mercadoria expedida ou por percentual do valor,
      *    nunca abaixo do minimo da faixa, e dispensado quando as
      *    mercadorias chegam ao limite de frete gratis. O frete
      *    cobrado sai em linha propria na fatura, entra no valor
      *    a receber (dividido nas parcelas com as mercadorias) e,
      *    quando a faixa manda, na base do ICMS; cobrado,
      *    dispensado e regiao ficam na fatura para o resumo de
      *    frete do PROG248. Cada fatura impressa gera a NF-e no
      *    extrato de largura fixa nfe_remessa.txt para o servico
      *    de transmissao - emitente (PROG249), destinatario com o
      *    CPF/CNPJ, as linhas do pedido em BRL com o ICMS de cada
      *    uma e a chave de acesso de 44 digitos - e o controle da
      *    nota em nfe.dat, como pendente ate o retorno do PROG250.
      *    A fatura impressa aqui e espelho: o documento final sai
      *    no PROG250, so para a nota autorizada. Com o mes de
      *    hoje ja fechado pelo PROG263 nada e faturado. Cada
      *    parcela gravada entra na trilha de auditoria como fatura
      *    nova em aberto. Linha de kit (estrutura do PROG267) sai
      *    ate o que o saldo dos componentes monta, descontado o
      *    que as outras linhas do pedido ja levaram deles; a
      *    baixa e nos componentes, um movimento "S" por
      *    componente, e o custo carimbado na linha e a soma do
      *    custo medio dos componentes - o saldo do produto kit
      *    nao se mexe.
      *    Com a janela batch noturna no ar (trava do PROG177) a
      *    atualizacao e recusada logo na entrada.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBPRODUTO.cob".
           COPY "SBESTMOV.cob".
           COPY "SBICMS.cob".
           COPY "SBFRETE.cob".
           COPY "SBCAMBIO.cob".
           COPY "SBCALENDARIO.cob".
           COPY "SBSEQUENCIA.cob".
           COPY "SBEXECUCAO.cob".
           COPY "SBCONDICAO.cob".
           COPY "SBSALDOPED.cob".
           COPY "SBPERVENDA.cob".
           COPY "SBAUDITORIA.cob".
           COPY "SBKIT.cob".
           SELECT RELATORIO-FATURAS
               ASSIGN TO "FATURAS.LST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARQUIVO-EXTRATO-NFE
               ASSIGN TO "nfe_remessa.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY "SBEMITENTE.cob".
           COPY "SBNFE.cob".
           COPY "SBJANELA.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDPEDIDO.cob".
           COPY "FDPRODUTO.cob".
           COPY "FDESTMOV.cob".
           COPY "FDICMS.cob".
           COPY "FDFRETE.cob".
           COPY "FDCAMBIO.cob".
           COPY "FDCALENDARIO.cob".
           COPY "FDSEQUENCIA.cob".
           COPY "FDEXECUCAO.cob".
           COPY "FDCONDICAO.cob".
           COPY "FDSALDOPED.cob".
           COPY "FDPERVENDA.cob".
           COPY "FDAUDITORIA.cob".
           COPY "FDKIT.cob".

       FD  RELATORIO-FATURAS.
       01  LINHA-RELATORIO PIC X(80).

      *    extrato da NF-e no layout do servico de transmissao, por
      *    nota: "A" identificacao com a chave de acesso, "B"
      *    emitente, "C" destinatario, um "D" por linha vendida e
      *    o "E" com os totais. Valores em BRL com decimais
      *    implicitos, como na remessa de cobranca do PROG220.
       FD  ARQUIVO-EXTRATO-NFE.
       01  EXT-IDENTIFICACAO.
           05 EXT-ID-TIPO PIC X.
           05 EXT-ID-CHAVE PIC X(44).
           05 EXT-ID-NUMERO PIC 9(9).
           05 EXT-ID-SERIE PIC 9(3).
           05 EXT-ID-EMISSAO PIC 9(8).
           05 EXT-ID-NATUREZA PIC X(30).
           05 EXT-ID-PEDIDO PIC 9(6).
       01  EXT-EMITENTE.
           05 EXT-EMI-TIPO PIC X.
           05 EXT-EMI-CNPJ PIC 9(14).
           05 EXT-EMI-INSCRICAO PIC X(14).
           05 EXT-EMI-RAZAO-SOCIAL PIC X(40).
           05 EXT-EMI-RUA PIC X(30).
           05 EXT-EMI-NUMERO PIC X(6).
           05 EXT-EMI-CIDADE PIC X(20).
           05 EXT-EMI-ESTADO PIC X(2).
           05 EXT-EMI-CEP PIC 9(8).
           05 EXT-EMI-MUNICIPIO PIC 9(7).
       01  EXT-DESTINATARIO.
           05 EXT-DES-TIPO PIC X.
           05 EXT-DES-TIPO-PESSOA PIC X.
           05 EXT-DES-CPF-CNPJ PIC 9(14).
           05 EXT-DES-CODIGO PIC 9(4).
           05 EXT-DES-NOME PIC X(20).
           05 EXT-DES-RUA PIC X(30).
           05 EXT-DES-NUMERO PIC X(6).
           05 EXT-DES-CIDADE PIC X(20).
           05 EXT-DES-ESTADO PIC X(2).
           05 EXT-DES-CEP PIC 9(8).
       01  EXT-ITEM.
           05 EXT-ITE-TIPO PIC X.
           05 EXT-ITE-NUMERO PIC 9(3).
           05 EXT-ITE-PRODUTO PIC 9(4).
           05 EXT-ITE-DESCRICAO PIC X(30).
           05 EXT-ITE-QUANTIDADE PIC 9(5).
           05 EXT-ITE-UNITARIO PIC 9(8)V99.
           05 EXT-ITE-TOTAL PIC 9(8)V99.
           05 EXT-ITE-BASE-ICMS PIC 9(8)V99.
           05 EXT-ITE-ALIQUOTA PIC 99V99.
           05 EXT-ITE-ICMS PIC 9(8)V99.
       01  EXT-TOTAIS.
           05 EXT-TOT-TIPO PIC X.
           05 EXT-TOT-MERCADORIAS PIC 9(10)V99.
           05 EXT-TOT-FRETE PIC 9(8)V99.
           05 EXT-TOT-BASE-ICMS PIC 9(10)V99.
           05 EXT-TOT-ICMS-ITENS PIC 9(8)V99.
      *    ICMS do frete, quando a faixa o poe na base, junto com o
      *    acerto de arredondamento das linhas - o total fecha com
      *    o ICMS destacado na fatura.
           05 EXT-TOT-ICMS-FRETE PIC S9(8)V99
               SIGN IS LEADING SEPARATE.
           05 EXT-TOT-ICMS PIC 9(8)V99.
           05 EXT-TOT-NOTA PIC 9(10)V99.

           COPY "FDEMITENTE.cob".
           COPY "FDNFE.cob".
           COPY "FDJANELA.cob".

       WORKING-STORAGE SECTION.
           COPY "WSJANELA.cob".
           COPY "WSCALCDIAS.cob".
           COPY "WSAUDFATURA.cob".
           COPY "WSDIAUTIL.cob".
           COPY "WSCAMBIO.cob".
           COPY "WSCUSTOMEDIO.cob".
           COPY "WSCHAVENFE.cob".
           COPY "WSPERVENDA.cob".
           COPY "WSKIT.cob".
      *    inicio da rodada, guardado para o registro do log
      *    central de execucoes.
       77  EXECUCAO-DATA-INICIO PIC 9(8).
       77  DATA-DE-HOJE PIC 9(8).
       77  NOME-CLIENTE-FATURA PIC X(20).
       77  ESTADO-CLIENTE-FATURA PIC X(2).
       77  CEP-CLIENTE-FATURA PIC 9(8).
      *    tabela de aliquotas de ICMS por UF de destino, carregada
      *    de icms_estados.dat na partida - as 27 UFs cabem com
      *    folga nas 30 entradas.
           05 ALIQUOTA-ICMS-ENTRADA OCCURS 30 TIMES.
               10 TAB-ICMS-DESTINO PIC X(2).
               10 TAB-ICMS-ALIQUOTA PIC 99V99.

      *    tabela de fretes por UF e faixa de CEP, carregada de
      *    fretes.dat na partida como a de ICMS.
       77  FIM-TABELA-FRETES PIC X.
       77  QTD-FAIXAS-FRETE PIC 9(3).
       77  INDICE-FRETE PIC 9(3).
       77  FAIXA-ESCOLHIDA PIC 9(3).
       77  LARGURA-FAIXA PIC 9(9).
       77  MENOR-LARGURA PIC 9(9).

       01  TABELA-FAIXAS-FRETE.
           05 FAIXA-FRETE-ENTRADA OCCURS 200 TIMES.
               10 TAB-FRETE-ESTADO PIC X(2).
               10 TAB-FRETE-CEP-INICIAL PIC 9(8).
               10 TAB-FRETE-CEP-FINAL PIC 9(8).
               10 TAB-FRETE-REGIAO PIC X(15).
               10 TAB-FRETE-REGRA PIC X.
               10 TAB-FRETE-POR-KG PIC 9(4)V99.
               10 TAB-FRETE-PERCENTUAL PIC 99V99.
               10 TAB-FRETE-MINIMO PIC 9(6)V99.
               10 TAB-FRETE-GRATIS PIC 9(8)V99.
               10 TAB-FRETE-BASE-ICMS PIC X.

      *    frete da fatura em emissao - peso do que foi expedido,
      *    o frete que a faixa calcula, o que e cobrado ou
      *    dispensado, e o valor do documento (mercadorias mais
      *    frete cobrado) que vai para as parcelas.
       77  PESO-EXPEDIDO PIC 9(7)V999.
       77  FRETE-CALCULADO PIC 9(8)V99.
       77  FRETE-COBRADO PIC 9(6)V99.
       77  FRETE-DISPENSADO PIC 9(6)V99.
       77  REGIAO-DO-FRETE PIC X(15).
       77  FRETE-NA-BASE PIC X.
       77  BASE-ICMS-DA-FATURA PIC 9(10)V99.
       77  VALOR-DO-DOCUMENTO PIC 9(10)V99.
       77  QTD-SEM-FAIXA-FRETE PIC 9(4).

      *    NF-e da fatura em emissao - sem emitente cadastrado no
      *    PROG249 nada e extraido. As linhas vao convertidas para
      *    BRL pela mesma taxa da fatura, com o ICMS de cada uma.
       77  EMITENTE-CARREGADO PIC X.
       77  CLIENTE-DA-FATURA-ACHADO PIC X.
       77  HORA-DA-CHAVE PIC 9(8).
       77  NUMERO-ITEM-NFE PIC 9(3).
       77  VALOR-LINHA-BRL PIC 9(8)V99.
       77  ICMS-DA-LINHA PIC 9(8)V99.
       77  ICMS-DAS-LINHAS PIC 9(8)V99.
       77  QTD-NFE-EXTRAIDAS PIC 9(4).
       77  QTD-NFE-SEM-DOCUMENTO PIC 9(4).

       01  EMISSAO-DA-NOTA.
           05 EMINFE-SECULO PIC 9(2).
           05 EMINFE-ANO PIC 9(2).
           05 EMINFE-MES PIC 9(2).
           05 EMINFE-DIA PIC 9(2).
       77  TOTAL-LIDOS PIC 9(4).
       77  TOTAL-FATURADOS PIC 9(4).
       77  TOTAL-REJEITADOS PIC 9(4).
      *    data do pedido - 1x1 com aviso quando nao ha taxa.
       77  VALOR-EM-BRL PIC 9(10)V99.
       77  QTD-SEM-TAXA PIC 9(4).
      *    plano de parcelas da fatura em emissao - numero,
      *    vencimento e valor de cada uma, montado antes de gravar.
       77  CONDICAO-DA-FATURA PIC X(3).
       77  CONDICAO-DO-CLIENTE PIC X(3).
       77  CONDICAO-ACHADA PIC X.
       77  QTD-PARCELAS-DA-FATURA PIC 9(2).
       77  INDICE-PARCELA PIC 9(2).
       77  DIAS-DO-PRAZO PIC 9(3).
       77  SOMA-DAS-PARCELAS PIC 9(10)V99.
       77  DOCUMENTO-DA-FATURA PIC 9(6).
       77  ICMS-DO-DOCUMENTO PIC 9(8)V99.
       77  PARCELAS-GRAVADAS PIC X.
      *    separacao do pedido contra o estoque antes da fatura -
      *    quanto sai de cada linha, guardado pelo numero da
      *    linha, e o total do que sai na moeda do pedido.
       77  QTD-LINHAS-SEPARADAS PIC 9(3).
       77  QTD-TOTAL-EXPEDIDA PIC 9(7).
       77  TOTAL-EXPEDIDO PIC 9(8)V99.
       77  HOUVE-FALTA PIC X.
       77  PRODUTO-CADASTRADO PIC X.
       77  INDICE-LINHA PIC 9(3).
       77  ESTOQUE-DISPONIVEL PIC S9(7).
       77  QUANTIDADE-FALTANTE PIC 9(5).
       77  TOTAL-SEM-ESTOQUE PIC 9(4).
       77  TOTAL-SALDOS-GERADOS PIC 9(4).

       01  TABELA-SEPARACAO.
           05 SEPARACAO-LINHA OCCURS 999 TIMES.
               10 SEP-PRODUTO PIC 9(4).
               10 SEP-EXPEDIR PIC 9(5).

      *    quanto as linhas de kit ja separadas no pedido levam de
      *    cada componente, indexado pelo codigo do produto - entra
      *    no disponivel das linhas seguintes, de kit ou avulsas.
      *    Na baixa, a quantidade de cada componente e o custo do
      *    kit somado componente a componente.
       01  TABELA-CONSUMO-KIT.
           05 CONSUMO-KIT PIC 9(7) OCCURS 9999 TIMES.
       77  COMPONENTE-DA-VEZ PIC 9(4).
       77  SALDO-DO-COMPONENTE PIC S9(7).
       77  KITS-DO-COMPONENTE PIC 9(7).
       77  QUANTIDADE-BAIXADA PIC 9(7).
       77  CUSTO-DO-KIT PIC 9(8)V99.

       01  PLANO-DE-PARCELAS.
           05 PLANO-PARCELA OCCURS 12 TIMES.
               10 PLANO-NUMERO PIC 9(6).
               10 PLANO-VENCIMENTO PIC 9(8).
               10 PLANO-VALOR PIC 9(8)V99.

      *    vencimento no mesmo dia do mes seguinte, com a virada de
      *    ano tratada na montagem.
           05 FILLER PIC X(20) VALUE "FATURA Nr. ".
           05 TIT-NUMERO PIC ZZZZZ9.

       01  FATURA-ESPELHO-LINHA.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(45) VALUE
               "ESPELHO - AGUARDANDO AUTORIZACAO DA NF-e".

       01  FATURA-CHAVE-LINHA.
           05 FILLER PIC X(12) VALUE "Chave NF-e: ".
           05 FAT-CHAVE PIC X(44).

       01  FATURA-CLIENTE-LINHA.
           05 FILLER PIC X(9) VALUE "Cliente: ".
           05 FAT-CLI-CODIGO PIC ZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 ITM-TOTAL PIC ZZZ,ZZZ,ZZ9.99.

       01  LINHA-SALDO-ITEM.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(30) VALUE
               "Saldo a entregar (sem estoque)".
           05 FILLER PIC X(4) VALUE SPACES.
           05 SLI-QUANTIDADE PIC ZZZZ9.

       01  FATURA-MERCADORIA-LINHA.
           05 FILLER PIC X(18) VALUE "Mercadorias....: ".
           05 FAT-MERCADORIAS PIC ZZZ,ZZZ,ZZ9.99.

       01  FATURA-FRETE-LINHA.
           05 FILLER PIC X(18) VALUE "Frete..........: ".
           05 FAT-FRETE PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FAT-FRETE-REGIAO PIC X(15).
           05 FAT-FRETE-GRATIS PIC X(11).
           05 FAT-FRETE-DISPENSADO PIC ZZZ,ZZ9.99.

       01  FATURA-VALOR-LINHA.
           05 FILLER PIC X(18) VALUE "Valor da fatura: ".
           05 FAT-VALOR PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(9) VALUE "  a taxa ".
           05 FAT-TAXA PIC Z,ZZ9.9999.

       01  FATURA-PARCELA-LINHA.
           05 FILLER PIC X(12) VALUE "  Parcela ".
           05 FAT-PARCELA PIC 99.
           05 FILLER PIC X(1) VALUE "/".
           05 FAT-QTD-PARCELAS PIC 99.
           05 FILLER PIC X(6) VALUE "  Nr. ".
           05 FAT-PARCELA-NUMERO PIC ZZZZZ9.
           05 FILLER PIC X(7) VALUE "  vence".
           05 FILLER PIC X(1) VALUE SPACE.
           05 FAT-PARCELA-VENCIMENTO PIC 9999/99/99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FAT-PARCELA-VALOR PIC ZZZ,ZZZ,ZZ9.99.

       01  FATURA-ICMS-LINHA.
           05 FILLER PIC X(18) VALUE "ICMS destacado.: ".
           05 FAT-ICMS PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
      *    com a janela batch no ar a atualizacao fica parada - a
      *    trava e do orquestrador PROG177.
           MOVE "PROG121" TO JANELA-PROGRAMA.
           PERFORM CONFERE-JANELA-BATCH.
           IF JANELA-BLOQUEIO = "S"
               GOBACK.

           ACCEPT EXECUCAO-DATA-INICIO FROM DATE YYYYMMDD.
           ACCEPT EXECUCAO-HORA-INICIO FROM TIME.
           ACCEPT DATA-DE-HOJE FROM DATE YYYYMMDD.

      *    mes de vendas fechado pelo PROG263 nao recebe mais
      *    lancamento - so a reabertura do administrador o libera.
           PERFORM CONFERE-MES-DE-HOJE.
           IF PERVEN-BLOQUEADO = "S"
               DISPLAY "Mes " PERVEN-MES-LANCAMENTO
                   " ja fechado pelo PROG263, nada faturado"
               GOBACK.

           PERFORM CARREGA-SEQUENCIAS.
           PERFORM CARREGA-TABELA-ICMS.
           PERFORM CARREGA-TABELA-FRETES.
           PERFORM CARREGA-EMITENTE.
           PERFORM CARREGA-FERIADOS.

           OPEN I-O ARQUIVO-PEDIDOS.
           OPEN I-O ARQUIVO-PEDIDO-ITENS.
           OPEN INPUT ARQUIVO-CLIENTE.
           OPEN INPUT ARQUIVO-CAMBIO.
           OPEN INPUT ARQUIVO-CONDICOES.
           OPEN I-O ARQUIVO-FATURAS.
           OPEN I-O ARQUIVO-PRODUTOS.
           OPEN EXTEND ARQUIVO-ESTOQUE-MOV.
           OPEN I-O ARQUIVO-SALDOS-PEDIDO.
           OPEN OUTPUT RELATORIO-FATURAS.
           OPEN I-O ARQUIVO-NFE.
           OPEN OUTPUT ARQUIVO-EXTRATO-NFE.
           OPEN EXTEND ARQUIVO-AUDITORIA.
           OPEN INPUT ARQUIVO-KITS.

           MOVE "I" TO AUDFAT-OPERACAO.
           MOVE "BATCH" TO AUDFAT-OPERADOR.
           MOVE SPACE TO AUDFAT-STATUS-ANTES.

           MOVE ZEROS TO TOTAL-LIDOS.
           MOVE ZEROS TO TOTAL-FATURADOS.
           MOVE ZEROS TO TOTAL-REJEITADOS.
           MOVE ZEROS TO VALOR-TOTAL-FATURADO.
           MOVE ZEROS TO QTD-SEM-TAXA.
           MOVE ZEROS TO TOTAL-SEM-ESTOQUE.
           MOVE ZEROS TO TOTAL-SALDOS-GERADOS.
           MOVE ZEROS TO QTD-SEM-FAIXA-FRETE.
           MOVE ZEROS TO QTD-NFE-EXTRAIDAS.
           MOVE ZEROS TO QTD-NFE-SEM-DOCUMENTO.

           PERFORM VARRE-PEDIDOS-ABERTOS.

           CLOSE ARQUIVO-PEDIDO-ITENS.
           CLOSE ARQUIVO-CLIENTE.
           CLOSE ARQUIVO-CAMBIO.
           CLOSE ARQUIVO-CONDICOES.
           CLOSE ARQUIVO-FATURAS.
           CLOSE ARQUIVO-PRODUTOS.
           CLOSE ARQUIVO-ESTOQUE-MOV.
           CLOSE ARQUIVO-SALDOS-PEDIDO.
           CLOSE RELATORIO-FATURAS.
           CLOSE ARQUIVO-NFE.
           CLOSE ARQUIVO-EXTRATO-NFE.
           CLOSE ARQUIVO-AUDITORIA.
           CLOSE ARQUIVO-KITS.

           DISPLAY "Faturamento concluido".
           DISPLAY "Pedidos lidos.......: " TOTAL-LIDOS.
           DISPLAY "Pedidos faturados...: " TOTAL-FATURADOS.
           DISPLAY "Pedidos rejeitados..: " TOTAL-REJEITADOS.
           DISPLAY "Valor faturado......: " VALOR-TOTAL-FATURADO.
           DISPLAY "Pedidos sem estoque.: " TOTAL-SEM-ESTOQUE.
           DISPLAY "Saldos a entregar...: " TOTAL-SALDOS-GERADOS.
           DISPLAY "Faturas impressas em FATURAS.LST".
           DISPLAY "NF-e extraidas......: " QTD-NFE-EXTRAIDAS.

           IF QTD-NFE-EXTRAIDAS > ZEROS
               DISPLAY "Extrato das NF-e em nfe_remessa.txt".

           IF QTD-NFE-SEM-DOCUMENTO > ZEROS
               DISPLAY "ATENCAO: " QTD-NFE-SEM-DOCUMENTO
                   " NF-e de clientes sem CPF/CNPJ (acertar no "
                   "PROG50)".

           IF QTD-SEM-TAXA > ZEROS
               DISPLAY "ATENCAO: " QTD-SEM-TAXA
                   " pedidos sem taxa de cambio faturados 1x1".

           IF QTD-SEM-FAIXA-FRETE > ZEROS
               DISPLAY "ATENCAO: " QTD-SEM-FAIXA-FRETE
                   " faturas sem faixa de frete, emitidas sem frete".
           PERFORM GRAVA-EXECUCAO.
       PROGRAM-DONE.
      *    GOBACK devolve o controle ao menu quando chamado pelo
      *    so entra na fatura o que ja saiu fisicamente - pedido
      *    aberto sem entrega confirmada (PROG132) espera.
               IF PEDIDO-ABERTO AND PEDIDO-DATA-ENTREGA > ZEROS
                   PERFORM SEPARA-ITENS-DO-PEDIDO
                   PERFORM FATURA-O-SEPARADO.

       FATURA-O-SEPARADO.
      *    pedido com linhas e nenhuma unidade em estoque nao tem o
      *    que faturar; sem linhas (layout antigo) fatura o total
      *    do cabecalho, como sempre.
           IF QTD-LINHAS-SEPARADAS > ZEROS AND
               QTD-TOTAL-EXPEDIDA = ZEROS
               PERFORM PEDIDO-SEM-ESTOQUE
           ELSE
               PERFORM EMITE-FATURA.

       SEPARA-ITENS-DO-PEDIDO.
      *    primeira passada nas linhas, so de leitura: quanto de
      *    cada linha o estoque cobre. A baixa e o saldo a
      *    entregar so sao gravados depois da fatura.
           MOVE ZEROS TO TABELA-SEPARACAO.
           MOVE ZEROS TO TABELA-CONSUMO-KIT.
           MOVE ZEROS TO QTD-LINHAS-SEPARADAS.
           MOVE ZEROS TO QTD-TOTAL-EXPEDIDA.
           MOVE ZEROS TO TOTAL-EXPEDIDO.
           MOVE ZEROS TO PESO-EXPEDIDO.
           MOVE "N" TO HOUVE-FALTA.

           MOVE "N" TO FIM-ITENS.
           MOVE PEDIDO-NUMERO TO ITEM-PEDIDO-NUMERO.
           MOVE ZEROS TO ITEM-LINHA.

           START ARQUIVO-PEDIDO-ITENS
               KEY IS NOT LESS THAN ITEM-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-ITENS.

           PERFORM SEPARA-UM-ITEM
               UNTIL FIM-ITENS = "S".

      *    com falta, o pedido passa a valer o que foi expedido - e
      *    sobre este total que a fatura e calculada.
           IF QTD-LINHAS-SEPARADAS > ZEROS AND HOUVE-FALTA = "S"
               MOVE TOTAL-EXPEDIDO TO PEDIDO-TOTAL
               MOVE SEP-EXPEDIR (1) TO PEDIDO-QUANTIDADE.

       SEPARA-UM-ITEM.
           READ ARQUIVO-PEDIDO-ITENS NEXT RECORD
               AT END
                   MOVE "S" TO FIM-ITENS.

           IF FIM-ITENS = "N"
               IF ITEM-PEDIDO-NUMERO NOT = PEDIDO-NUMERO
                   MOVE "S" TO FIM-ITENS
               ELSE
                   PERFORM CALCULA-EXPEDICAO.

       CALCULA-EXPEDICAO.
      *    item de produto sem cadastro (pedido antigo) sai inteiro,
      *    sem controle de estoque, como antes.
           ADD 1 TO QTD-LINHAS-SEPARADAS.
           MOVE ITEM-PRODUTO-CODIGO TO SEP-PRODUTO (ITEM-LINHA).
           MOVE ITEM-QUANTIDADE TO SEP-EXPEDIR (ITEM-LINHA).

           MOVE ITEM-PRODUTO-CODIGO TO PRODUTO-CODIGO.
           MOVE "S" TO PRODUTO-CADASTRADO.
           READ ARQUIVO-PRODUTOS RECORD
               INVALID KEY
                   MOVE "N" TO PRODUTO-CADASTRADO.

           IF PRODUTO-CADASTRADO = "S"
               PERFORM LIMITA-AO-ESTOQUE
               PERFORM SOMA-PESO-DA-LINHA.

           ADD SEP-EXPEDIR (ITEM-LINHA) TO QTD-TOTAL-EXPEDIDA.

           IF SEP-EXPEDIR (ITEM-LINHA) = ITEM-QUANTIDADE
               ADD ITEM-TOTAL TO TOTAL-EXPEDIDO
           ELSE
               COMPUTE TOTAL-EXPEDIDO = TOTAL-EXPEDIDO +
                   SEP-EXPEDIR (ITEM-LINHA) * ITEM-PRECO-UNITARIO.

       LIMITA-AO-ESTOQUE.
      *    o disponivel e o saldo do produto menos o que as linhas
      *    anteriores do mesmo pedido ja levaram dele; saldo
      *    negativo nao cobre nada. Para o kit o disponivel e
      *    quantos kits os componentes ainda montam.
           MOVE ITEM-PRODUTO-CODIGO TO KITBUSCA-PRODUTO.
           PERFORM CARREGA-COMPONENTES-DO-KIT.

           IF KITBUSCA-QTD > ZEROS
               PERFORM MEDE-DISPONIVEL-DO-KIT
           ELSE
               PERFORM MEDE-DISPONIVEL-DO-PRODUTO.

           IF ESTOQUE-DISPONIVEL < ZEROS
               MOVE ZEROS TO ESTOQUE-DISPONIVEL.

           IF ESTOQUE-DISPONIVEL < ITEM-QUANTIDADE
               MOVE ESTOQUE-DISPONIVEL TO SEP-EXPEDIR (ITEM-LINHA)
               MOVE "S" TO HOUVE-FALTA.

           IF KITBUSCA-QTD > ZEROS
               PERFORM CONSOME-COMPONENTE-DO-KIT
                   VARYING KITBUSCA-INDICE FROM 1 BY 1
                   UNTIL KITBUSCA-INDICE > KITBUSCA-QTD.

       MEDE-DISPONIVEL-DO-PRODUTO.
           MOVE PRODUTO-ESTOQUE TO ESTOQUE-DISPONIVEL.

           PERFORM DESCONTA-LINHA-ANTERIOR
               VARYING INDICE-LINHA FROM 1 BY 1
               UNTIL INDICE-LINHA NOT < ITEM-LINHA.

           IF ITEM-PRODUTO-CODIGO > ZEROS
               SUBTRACT CONSUMO-KIT (ITEM-PRODUTO-CODIGO) FROM
                   ESTOQUE-DISPONIVEL.

      *    o menor, entre os componentes, de saldo livre dividido
      *    pela quantidade por kit; no fim o proprio kit e relido
      *    para o peso da linha.
       MEDE-DISPONIVEL-DO-KIT.
           MOVE 999999 TO ESTOQUE-DISPONIVEL.

           PERFORM MEDE-COMPONENTE-NO-PEDIDO
               VARYING KITBUSCA-INDICE FROM 1 BY 1
               UNTIL KITBUSCA-INDICE > KITBUSCA-QTD.

           MOVE ITEM-PRODUTO-CODIGO TO PRODUTO-CODIGO.
           READ ARQUIVO-PRODUTOS RECORD
               INVALID KEY
                   MOVE ZEROS TO PRODUTO-PESO.

       MEDE-COMPONENTE-NO-PEDIDO.
      *    componente gravado com quantidade zero no kit (PROG267)
      *    nao consome nada e nao limita a montagem.
           MOVE KITBUSCA-COMPONENTE (KITBUSCA-INDICE) TO
               COMPONENTE-DA-VEZ.

           IF KITBUSCA-QUANTIDADE (KITBUSCA-INDICE) = ZEROS
               DISPLAY "Kit " ITEM-PRODUTO-CODIGO " com componente "
                   COMPONENTE-DA-VEZ " de quantidade zero, ignorado"
           ELSE
               PERFORM MEDE-SALDO-DO-COMPONENTE.

       MEDE-SALDO-DO-COMPONENTE.
           MOVE COMPONENTE-DA-VEZ TO PRODUTO-CODIGO.
           READ ARQUIVO-PRODUTOS RECORD
               INVALID KEY
                   MOVE ZEROS TO PRODUTO-ESTOQUE.

           COMPUTE SALDO-DO-COMPONENTE = PRODUTO-ESTOQUE -
               CONSUMO-KIT (COMPONENTE-DA-VEZ).

           PERFORM DESCONTA-AVULSO-DO-COMPONENTE
               VARYING INDICE-LINHA FROM 1 BY 1
               UNTIL INDICE-LINHA NOT < ITEM-LINHA.

           IF SALDO-DO-COMPONENTE < ZEROS
               MOVE ZEROS TO SALDO-DO-COMPONENTE.

           COMPUTE KITS-DO-COMPONENTE = SALDO-DO-COMPONENTE /
               KITBUSCA-QUANTIDADE (KITBUSCA-INDICE).

           IF KITS-DO-COMPONENTE < ESTOQUE-DISPONIVEL
               MOVE KITS-DO-COMPONENTE TO ESTOQUE-DISPONIVEL.

       DESCONTA-AVULSO-DO-COMPONENTE.
           IF SEP-PRODUTO (INDICE-LINHA) = COMPONENTE-DA-VEZ
               SUBTRACT SEP-EXPEDIR (INDICE-LINHA) FROM
                   SALDO-DO-COMPONENTE.

       CONSOME-COMPONENTE-DO-KIT.
           MOVE KITBUSCA-COMPONENTE (KITBUSCA-INDICE) TO
               COMPONENTE-DA-VEZ.
           COMPUTE CONSUMO-KIT (COMPONENTE-DA-VEZ) =
               CONSUMO-KIT (COMPONENTE-DA-VEZ) +
               SEP-EXPEDIR (ITEM-LINHA) *
               KITBUSCA-QUANTIDADE (KITBUSCA-INDICE).

       SOMA-PESO-DA-LINHA.
      *    so o que sai pesa no frete; produto sem peso informado
      *    (cadastro antigo) nao pesa nada.
           IF PRODUTO-PESO NUMERIC
               COMPUTE PESO-EXPEDIDO = PESO-EXPEDIDO +
                   SEP-EXPEDIR (ITEM-LINHA) * PRODUTO-PESO.

       DESCONTA-LINHA-ANTERIOR.
           IF SEP-PRODUTO (INDICE-LINHA) = ITEM-PRODUTO-CODIGO
               SUBTRACT SEP-EXPEDIR (INDICE-LINHA) FROM
                   ESTOQUE-DISPONIVEL.

       PEDIDO-SEM-ESTOQUE.
      *    nada a expedir: sem fatura, o pedido e baixado com total
      *    zero e cada linha vira saldo a entregar inteira - o
      *    pedido de saldo da liberacao e que sera faturado.
           DISPLAY "Pedido " PEDIDO-NUMERO " sem estoque para "
               "nenhum item - todo em saldo a entregar".

           MOVE ZEROS TO PEDIDO-TOTAL.
           MOVE ZEROS TO PEDIDO-QUANTIDADE.
           MOVE "F" TO PEDIDO-STATUS.

           REWRITE PEDIDO-REGISTRO
               INVALID KEY
                   DISPLAY "Erro ao baixar o pedido " PEDIDO-NUMERO
                   ADD 1 TO TOTAL-REJEITADOS
               NOT INVALID KEY
                   ADD 1 TO TOTAL-SEM-ESTOQUE
                   PERFORM GERA-SALDOS-DO-PEDIDO.

       GERA-SALDOS-DO-PEDIDO.
           MOVE "N" TO FIM-ITENS.
           MOVE PEDIDO-NUMERO TO ITEM-PEDIDO-NUMERO.
           MOVE ZEROS TO ITEM-LINHA.

           START ARQUIVO-PEDIDO-ITENS
               KEY IS NOT LESS THAN ITEM-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-ITENS.

           PERFORM GERA-SALDO-DE-UM-ITEM
               UNTIL FIM-ITENS = "S".

       GERA-SALDO-DE-UM-ITEM.
           READ ARQUIVO-PEDIDO-ITENS NEXT RECORD
               AT END
                   MOVE "S" TO FIM-ITENS.

           IF FIM-ITENS = "N"
               IF ITEM-PEDIDO-NUMERO NOT = PEDIDO-NUMERO
                   MOVE "S" TO FIM-ITENS
               ELSE
                   PERFORM AJUSTA-ITEM-COM-FALTA.

       AJUSTA-ITEM-COM-FALTA.
      *    a falta da linha vai para o saldo a entregar e a linha
      *    fica com o que saiu, para pedido, fatura e relatorios
      *    de venda contarem a mesma coisa.
           COMPUTE QUANTIDADE-FALTANTE =
               ITEM-QUANTIDADE - SEP-EXPEDIR (ITEM-LINHA).

           IF QUANTIDADE-FALTANTE > ZEROS
               PERFORM GRAVA-SALDO-DO-ITEM
               MOVE SEP-EXPEDIR (ITEM-LINHA) TO ITEM-QUANTIDADE
               COMPUTE ITEM-TOTAL =
                   ITEM-QUANTIDADE * ITEM-PRECO-UNITARIO
               REWRITE PEDIDO-ITEM-REGISTRO
                   INVALID KEY
                       DISPLAY "Erro ao ajustar a linha "
                           ITEM-LINHA " do pedido " PEDIDO-NUMERO.

       GRAVA-SALDO-DO-ITEM.
           MOVE ITEM-PEDIDO-NUMERO TO SLD-PEDIDO-NUMERO.
           MOVE ITEM-LINHA TO SLD-LINHA.
           MOVE PEDIDO-CLIENTE-CODIGO TO SLD-CLIENTE-CODIGO.
           MOVE ITEM-PRODUTO-CODIGO TO SLD-PRODUTO-CODIGO.
           MOVE ITEM-DESCRICAO TO SLD-DESCRICAO.
           MOVE PEDIDO-DATA TO SLD-DATA-PEDIDO.
           MOVE DATA-DE-HOJE TO SLD-DATA-FALTA.
           MOVE QUANTIDADE-FALTANTE TO SLD-QUANTIDADE-FALTA.
           MOVE QUANTIDADE-FALTANTE TO SLD-QUANTIDADE-PENDENTE.
           MOVE ITEM-PRECO-UNITARIO TO SLD-PRECO-UNITARIO.
           MOVE ITEM-FONTE-PRECO TO SLD-FONTE-PRECO.
           MOVE "A" TO SLD-SITUACAO.
           MOVE ZEROS TO SLD-PEDIDO-LIBERADO.
           MOVE ZEROS TO SLD-DATA-LIBERACAO.

           WRITE SALDO-PEDIDO-REGISTRO
               INVALID KEY
                   DISPLAY "Saldo da linha " ITEM-LINHA
                       " do pedido " PEDIDO-NUMERO " ja existe"
               NOT INVALID KEY
                   ADD 1 TO TOTAL-SALDOS-GERADOS.

       EMITE-FATURA.
      *    o ICMS e do documento inteiro e fica na primeira
      *    parcela; as demais saem com ICMS zerado.
           MOVE SPACE TO FATURA-REGISTRO.
           COMPUTE DOCUMENTO-DA-FATURA = SEQ-ULTIMA-FATURA + 1.
           MOVE PEDIDO-NUMERO TO FATURA-PEDIDO-NUMERO.
           MOVE PEDIDO-CLIENTE-CODIGO TO FATURA-CLIENTE-CODIGO.
           MOVE DATA-DE-HOJE TO FATURA-DATA-EMISSAO.
           PERFORM CONVERTE-PEDIDO-PARA-BRL.
           MOVE VALOR-EM-BRL TO FATURA-VALOR.
           MOVE ZEROS TO FATURA-VALOR-PAGO.
           MOVE "A" TO FATURA-STATUS.

           PERFORM BUSCA-CLIENTE-DA-FATURA.
           PERFORM CALCULA-FRETE-DA-FATURA.

      *    o frete cobrado vai para o contas a receber com as
      *    mercadorias, e para a base do ICMS quando a faixa manda.
           COMPUTE VALOR-DO-DOCUMENTO = VALOR-EM-BRL + FRETE-COBRADO.
           MOVE VALOR-EM-BRL TO BASE-ICMS-DA-FATURA.
           IF FRETE-NA-BASE = "S"
               ADD FRETE-COBRADO TO BASE-ICMS-DA-FATURA.

           PERFORM CALCULA-ICMS-DA-FATURA.
           MOVE FATURA-VALOR-ICMS TO ICMS-DO-DOCUMENTO.

           PERFORM MONTA-PLANO-DE-PARCELAS.

           MOVE ZEROS TO INDICE-PARCELA.
           MOVE "S" TO PARCELAS-GRAVADAS.
           PERFORM GRAVA-UMA-PARCELA
               UNTIL INDICE-PARCELA = QTD-PARCELAS-DA-FATURA OR
                   PARCELAS-GRAVADAS = "N".

           IF PARCELAS-GRAVADAS = "N"
               DISPLAY "Numero de fatura ja existe, pedido "
                   PEDIDO-NUMERO " nao faturado"
               ADD 1 TO TOTAL-REJEITADOS
           ELSE
               PERFORM MARCA-PEDIDO-FATURADO.

       GRAVA-UMA-PARCELA.
           ADD 1 TO INDICE-PARCELA.

           COMPUTE FATURA-NUMERO = SEQ-ULTIMA-FATURA + 1.
           MOVE DOCUMENTO-DA-FATURA TO FATURA-DOCUMENTO.
           MOVE INDICE-PARCELA TO FATURA-PARCELA.
           MOVE QTD-PARCELAS-DA-FATURA TO FATURA-QTD-PARCELAS.
           MOVE PLANO-VENCIMENTO (INDICE-PARCELA) TO
               FATURA-DATA-VENCIMENTO.
           MOVE PLANO-VALOR (INDICE-PARCELA) TO FATURA-VALOR.

           IF INDICE-PARCELA = 1
               MOVE ICMS-DO-DOCUMENTO TO FATURA-VALOR-ICMS
               MOVE FRETE-COBRADO TO FATURA-VALOR-FRETE
               MOVE FRETE-DISPENSADO TO FATURA-FRETE-DISPENSADO
               MOVE REGIAO-DO-FRETE TO FATURA-FRETE-REGIAO
           ELSE
               MOVE ZEROS TO FATURA-VALOR-ICMS
               MOVE ZEROS TO FATURA-VALOR-FRETE
               MOVE ZEROS TO FATURA-FRETE-DISPENSADO
               MOVE SPACES TO FATURA-FRETE-REGIAO.

           WRITE FATURA-REGISTRO
               INVALID KEY
                   MOVE "N" TO PARCELAS-GRAVADAS
               NOT INVALID KEY
                   MOVE FATURA-NUMERO TO SEQ-ULTIMA-FATURA
                   MOVE FATURA-NUMERO TO
                       PLANO-NUMERO (INDICE-PARCELA)
                   PERFORM GRAVA-SEQUENCIAS
                   PERFORM GRAVA-AUDITORIA-FATURA.

       MONTA-PLANO-DE-PARCELAS.
      *    a condicao do pedido vale sobre a do cliente; sem
      *    nenhuma das duas (ou com codigo fora do cadastro) a
      *    fatura sai em parcela unica no mes seguinte.
           MOVE PEDIDO-CONDICAO-PAGAMENTO TO CONDICAO-DA-FATURA.
           IF CONDICAO-DA-FATURA = SPACES
               MOVE CONDICAO-DO-CLIENTE TO CONDICAO-DA-FATURA.

           MOVE "N" TO CONDICAO-ACHADA.
           IF CONDICAO-DA-FATURA NOT = SPACES
               PERFORM BUSCA-CONDICAO-DA-FATURA.

           MOVE ZEROS TO SOMA-DAS-PARCELAS.

           IF CONDICAO-ACHADA = "S"
               MOVE CONDICAO-QTD-PARCELAS TO QTD-PARCELAS-DA-FATURA
               PERFORM CALCULA-UMA-PARCELA
                   VARYING INDICE-PARCELA FROM 1 BY 1
                   UNTIL INDICE-PARCELA > QTD-PARCELAS-DA-FATURA
           ELSE
               MOVE 1 TO QTD-PARCELAS-DA-FATURA
               PERFORM CALCULA-VENCIMENTO
               MOVE VENCIMENTO-NUMERICO TO PLANO-VENCIMENTO (1)
               MOVE VALOR-DO-DOCUMENTO TO PLANO-VALOR (1).

       BUSCA-CONDICAO-DA-FATURA.
           MOVE CONDICAO-DA-FATURA TO CONDICAO-CODIGO.
           MOVE "S" TO CONDICAO-ACHADA.

           READ ARQUIVO-CONDICOES RECORD
               INVALID KEY
                   MOVE "N" TO CONDICAO-ACHADA.

           IF CONDICAO-ACHADA = "S"
               IF CONDICAO-QTD-PARCELAS < 1 OR
                  CONDICAO-QTD-PARCELAS > 12
                   MOVE "N" TO CONDICAO-ACHADA.

           IF CONDICAO-ACHADA = "N"
               DISPLAY "Condicao " CONDICAO-DA-FATURA " do pedido "
                   PEDIDO-NUMERO " invalida, vencimento unico".

       CALCULA-UMA-PARCELA.
      *    prazo em dias corridos a partir da emissao, rolado para
      *    o dia util seguinte; o valor e dividido por igual com
      *    os centavos cortados, e a ultima parcela leva o resto.
           MOVE DATA-DE-HOJE TO DIAUTIL-DATA.
           MOVE CONDICAO-PRAZO (INDICE-PARCELA) TO DIAS-DO-PRAZO.
           PERFORM AVANCA-UM-DIA DIAS-DO-PRAZO TIMES.
           MOVE ZEROS TO DIAUTIL-DIAS-A-SOMAR.
           PERFORM SOMA-DIAS-UTEIS.
           MOVE DIAUTIL-DATA TO PLANO-VENCIMENTO (INDICE-PARCELA).

           IF INDICE-PARCELA < QTD-PARCELAS-DA-FATURA
               COMPUTE PLANO-VALOR (INDICE-PARCELA) =
                   VALOR-DO-DOCUMENTO / QTD-PARCELAS-DA-FATURA
               ADD PLANO-VALOR (INDICE-PARCELA) TO SOMA-DAS-PARCELAS
           ELSE
               COMPUTE PLANO-VALOR (INDICE-PARCELA) =
                   VALOR-DO-DOCUMENTO - SOMA-DAS-PARCELAS.

       MARCA-PEDIDO-FATURADO.
           MOVE "F" TO PEDIDO-STATUS.
                   ADD 1 TO TOTAL-REJEITADOS
               NOT INVALID KEY
                   ADD 1 TO TOTAL-FATURADOS
                   ADD VALOR-DO-DOCUMENTO TO VALOR-TOTAL-FATURADO
                   PERFORM IMPRIME-FATURA.

       CONVERTE-PEDIDO-PARA-BRL.
           MOVE DIAUTIL-DATA TO VENCIMENTO-NUMERICO.

       IMPRIME-FATURA.
      *    um documento so para a venda, numerado pela primeira
      *    parcela, com o quadro de parcelas quando houver mais de
      *    uma.
           MOVE DOCUMENTO-DA-FATURA TO TIT-NUMERO.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE FATURA-TITULO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           IF EMITENTE-CARREGADO = "S"
               PERFORM MONTA-CHAVE-NFE
               PERFORM IMPRIME-ESPELHO-NFE.

           MOVE FATURA-CLIENTE-CODIGO TO FAT-CLI-CODIGO.
           MOVE NOME-CLIENTE-FATURA TO FAT-CLI-NOME.
           MOVE SPACES TO LINHA-RELATORIO.

           MOVE FATURA-PEDIDO-NUMERO TO FAT-PED-NUMERO.
           MOVE FATURA-DATA-EMISSAO TO FAT-EMISSAO.
           MOVE PLANO-VENCIMENTO (1) TO FAT-VENCIMENTO.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE FATURA-PEDIDO-LINHA TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           IF EMITENTE-CARREGADO = "S"
               PERFORM COMECA-EXTRATO-NFE.

           PERFORM IMPRIME-ITENS-DA-FATURA.

           IF EMITENTE-CARREGADO = "S"
               PERFORM FECHA-EXTRATO-NFE.

           MOVE VALOR-EM-BRL TO FAT-MERCADORIAS.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE FATURA-MERCADORIA-LINHA TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           PERFORM IMPRIME-FRETE-DA-FATURA.

           MOVE VALOR-DO-DOCUMENTO TO FAT-VALOR.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE FATURA-VALOR-LINHA TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           IF QTD-PARCELAS-DA-FATURA > 1
               PERFORM IMPRIME-UMA-PARCELA
                   VARYING INDICE-PARCELA FROM 1 BY 1
                   UNTIL INDICE-PARCELA > QTD-PARCELAS-DA-FATURA.

      *    fatura de pedido em moeda estrangeira mostra de onde o
      *    valor em BRL veio.
           IF PEDIDO-MOEDA-CODIGO NOT = "BRL" AND
               MOVE FATURA-MOEDA-LINHA TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO.

           MOVE ICMS-DO-DOCUMENTO TO FAT-ICMS.
           MOVE ALIQUOTA-DA-FATURA TO FAT-ALIQUOTA.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE FATURA-ICMS-LINHA TO LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       IMPRIME-ESPELHO-NFE.
      *    antes da autorizacao a fatura nao vale como documento
      *    fiscal - a via final e a do PROG250.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE FATURA-ESPELHO-LINHA TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           MOVE CHAVENFE-CHAVE TO FAT-CHAVE.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE FATURA-CHAVE-LINHA TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       MONTA-CHAVE-NFE.
      *    UF do emitente, ano e mes da emissao, CNPJ, modelo 55,
      *    serie, numero da nota (o documento da fatura), emissao
      *    normal, codigo numerico tirado da hora e o digito.
           MOVE DATA-DE-HOJE TO EMISSAO-DA-NOTA.
           MOVE EMITENTE-CODIGO-UF TO CHAVENFE-UF.
           COMPUTE CHAVENFE-ANO-MES = EMINFE-ANO * 100 + EMINFE-MES.
           MOVE EMITENTE-CNPJ TO CHAVENFE-CNPJ.
           MOVE 55 TO CHAVENFE-MODELO.
           MOVE EMITENTE-SERIE-NFE TO CHAVENFE-SERIE.
           MOVE DOCUMENTO-DA-FATURA TO CHAVENFE-NUMERO.
           MOVE 1 TO CHAVENFE-TIPO-EMISSAO.
           ACCEPT HORA-DA-CHAVE FROM TIME.
           MOVE HORA-DA-CHAVE TO CHAVENFE-CODIGO.
           PERFORM CALCULA-DV-CHAVE-NFE.

       COMECA-EXTRATO-NFE.
           MOVE ZEROS TO NUMERO-ITEM-NFE.
           MOVE ZEROS TO ICMS-DAS-LINHAS.

           MOVE SPACES TO EXT-IDENTIFICACAO.
           MOVE "A" TO EXT-ID-TIPO.
           MOVE CHAVENFE-CHAVE TO EXT-ID-CHAVE.
           MOVE DOCUMENTO-DA-FATURA TO EXT-ID-NUMERO.
           MOVE EMITENTE-SERIE-NFE TO EXT-ID-SERIE.
           MOVE DATA-DE-HOJE TO EXT-ID-EMISSAO.
           MOVE "VENDA DE MERCADORIA" TO EXT-ID-NATUREZA.
           MOVE PEDIDO-NUMERO TO EXT-ID-PEDIDO.
           WRITE EXT-IDENTIFICACAO.

           MOVE SPACES TO EXT-EMITENTE.
           MOVE "B" TO EXT-EMI-TIPO.
           MOVE EMITENTE-CNPJ TO EXT-EMI-CNPJ.
           MOVE EMITENTE-INSCRICAO-ESTADUAL TO EXT-EMI-INSCRICAO.
           MOVE EMITENTE-RAZAO-SOCIAL TO EXT-EMI-RAZAO-SOCIAL.
           MOVE EMITENTE-RUA TO EXT-EMI-RUA.
           MOVE EMITENTE-NUMERO TO EXT-EMI-NUMERO.
           MOVE EMITENTE-CIDADE TO EXT-EMI-CIDADE.
           MOVE EMITENTE-ESTADO TO EXT-EMI-ESTADO.
           MOVE EMITENTE-CEP TO EXT-EMI-CEP.
           MOVE EMITENTE-CODIGO-MUNICIPIO TO EXT-EMI-MUNICIPIO.
           WRITE EXT-EMITENTE.

           PERFORM GRAVA-DESTINATARIO-NFE.

       GRAVA-DESTINATARIO-NFE.
      *    o registro do cliente lido em BUSCA-CLIENTE-DA-FATURA
      *    ainda esta na area; cliente sem CPF/CNPJ vai assim mesmo
      *    (o servico rejeita e o PROG250 mostra) e conta no aviso.
           MOVE SPACES TO EXT-DESTINATARIO.
           MOVE "C" TO EXT-DES-TIPO.
           MOVE FATURA-CLIENTE-CODIGO TO EXT-DES-CODIGO.
           MOVE NOME-CLIENTE-FATURA TO EXT-DES-NOME.
           MOVE ZEROS TO EXT-DES-CPF-CNPJ.
           MOVE ZEROS TO EXT-DES-CEP.

           IF CLIENTE-DA-FATURA-ACHADO = "S"
               MOVE CLIENTE-RUA TO EXT-DES-RUA
               MOVE CLIENTE-NUMERO TO EXT-DES-NUMERO
               MOVE CLIENTE-CIDADE TO EXT-DES-CIDADE
               MOVE CLIENTE-ESTADO TO EXT-DES-ESTADO
               MOVE CEP-CLIENTE-FATURA TO EXT-DES-CEP
               PERFORM CONFERE-DOCUMENTO-CLIENTE.

           IF EXT-DES-CPF-CNPJ = ZEROS
               ADD 1 TO QTD-NFE-SEM-DOCUMENTO
               DISPLAY "Cliente " FATURA-CLIENTE-CODIGO
                   " sem CPF/CNPJ na NF-e " DOCUMENTO-DA-FATURA.

           WRITE EXT-DESTINATARIO.

       CONFERE-DOCUMENTO-CLIENTE.
      *    cliente gravado antes do CPF/CNPJ traz os campos em
      *    branco.
           IF CLIENTE-PESSOA-FISICA OR CLIENTE-PESSOA-JURIDICA
               IF CLIENTE-CPF-CNPJ NUMERIC
                   MOVE CLIENTE-TIPO-PESSOA TO EXT-DES-TIPO-PESSOA
                   MOVE CLIENTE-CPF-CNPJ TO EXT-DES-CPF-CNPJ.

       GRAVA-ITEM-NFE.
      *    linha em BRL pela taxa da fatura, com o ICMS da UF de
      *    destino sobre o valor da linha.
           ADD 1 TO NUMERO-ITEM-NFE.

           COMPUTE VALOR-LINHA-BRL ROUNDED =
               ITEM-TOTAL * CAMBIO-TAXA-VIGENTE.
           COMPUTE ICMS-DA-LINHA ROUNDED =
               VALOR-LINHA-BRL * ALIQUOTA-DA-FATURA / 100.
           ADD ICMS-DA-LINHA TO ICMS-DAS-LINHAS.

           MOVE SPACES TO EXT-ITEM.
           MOVE "D" TO EXT-ITE-TIPO.
           MOVE NUMERO-ITEM-NFE TO EXT-ITE-NUMERO.
           MOVE ITEM-PRODUTO-CODIGO TO EXT-ITE-PRODUTO.
           MOVE ITEM-DESCRICAO TO EXT-ITE-DESCRICAO.
           MOVE ITEM-QUANTIDADE TO EXT-ITE-QUANTIDADE.
           COMPUTE EXT-ITE-UNITARIO ROUNDED =
               ITEM-PRECO-UNITARIO * CAMBIO-TAXA-VIGENTE.
           MOVE VALOR-LINHA-BRL TO EXT-ITE-TOTAL.
           MOVE VALOR-LINHA-BRL TO EXT-ITE-BASE-ICMS.
           MOVE ALIQUOTA-DA-FATURA TO EXT-ITE-ALIQUOTA.
           MOVE ICMS-DA-LINHA TO EXT-ITE-ICMS.
           WRITE EXT-ITEM.

       FECHA-EXTRATO-NFE.
           MOVE SPACES TO EXT-TOTAIS.
           MOVE "E" TO EXT-TOT-TIPO.
           MOVE VALOR-EM-BRL TO EXT-TOT-MERCADORIAS.
           MOVE FRETE-COBRADO TO EXT-TOT-FRETE.
           MOVE BASE-ICMS-DA-FATURA TO EXT-TOT-BASE-ICMS.
           MOVE ICMS-DAS-LINHAS TO EXT-TOT-ICMS-ITENS.
           COMPUTE EXT-TOT-ICMS-FRETE =
               ICMS-DO-DOCUMENTO - ICMS-DAS-LINHAS.
           MOVE ICMS-DO-DOCUMENTO TO EXT-TOT-ICMS.
           MOVE VALOR-DO-DOCUMENTO TO EXT-TOT-NOTA.
           WRITE EXT-TOTAIS.

           PERFORM GRAVA-CONTROLE-NFE.

       GRAVA-CONTROLE-NFE.
           MOVE SPACES TO NFE-REGISTRO.
           MOVE DOCUMENTO-DA-FATURA TO NFE-DOCUMENTO.
           MOVE CHAVENFE-CHAVE TO NFE-CHAVE-ACESSO.
           MOVE PEDIDO-NUMERO TO NFE-PEDIDO-NUMERO.
           MOVE FATURA-CLIENTE-CODIGO TO NFE-CLIENTE-CODIGO.
           MOVE DATA-DE-HOJE TO NFE-DATA-EMISSAO.
           MOVE VALOR-EM-BRL TO NFE-VALOR-MERCADORIAS.
           MOVE FRETE-COBRADO TO NFE-VALOR-FRETE.
           MOVE ICMS-DO-DOCUMENTO TO NFE-VALOR-ICMS.
           MOVE VALOR-DO-DOCUMENTO TO NFE-VALOR-TOTAL.
           MOVE CAMBIO-TAXA-VIGENTE TO NFE-TAXA-CAMBIO.
           MOVE "P" TO NFE-SITUACAO.
           MOVE DATA-DE-HOJE TO NFE-DATA-EXTRACAO.
           MOVE ZEROS TO NFE-DATA-RETORNO.

           WRITE NFE-REGISTRO
               INVALID KEY
                   DISPLAY "NF-e do documento " DOCUMENTO-DA-FATURA
                       " ja existe no controle"
               NOT INVALID KEY
                   ADD 1 TO QTD-NFE-EXTRAIDAS.

       IMPRIME-FRETE-DA-FATURA.
      *    frete dispensado aparece ao lado, para o cliente ver o
      *    que o frete gratis lhe poupou.
           MOVE FRETE-COBRADO TO FAT-FRETE.
           MOVE REGIAO-DO-FRETE TO FAT-FRETE-REGIAO.
           MOVE SPACES TO FAT-FRETE-GRATIS.
           MOVE ZEROS TO FAT-FRETE-DISPENSADO.

           IF FRETE-DISPENSADO > ZEROS
               MOVE " gratis de " TO FAT-FRETE-GRATIS
               MOVE FRETE-DISPENSADO TO FAT-FRETE-DISPENSADO.

           MOVE SPACES TO LINHA-RELATORIO.
           MOVE FATURA-FRETE-LINHA TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       IMPRIME-UMA-PARCELA.
           MOVE INDICE-PARCELA TO FAT-PARCELA.
           MOVE QTD-PARCELAS-DA-FATURA TO FAT-QTD-PARCELAS.
           MOVE PLANO-NUMERO (INDICE-PARCELA) TO FAT-PARCELA-NUMERO.
           MOVE PLANO-VENCIMENTO (INDICE-PARCELA) TO
               FAT-PARCELA-VENCIMENTO.
           MOVE PLANO-VALOR (INDICE-PARCELA) TO FAT-PARCELA-VALOR.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE FATURA-PARCELA-LINHA TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       IMPRIME-ITENS-DA-FATURA.
      *    lista as linhas do pedido em pedido_itens.dat, como na
      *    listagem de abertos do PROG101.
               IF ITEM-PEDIDO-NUMERO NOT = PEDIDO-NUMERO
                   MOVE "S" TO FIM-ITENS
               ELSE
                   PERFORM AJUSTA-ITEM-COM-FALTA
                   PERFORM IMPRIME-LINHA-DO-ITEM.

       IMPRIME-LINHA-DO-ITEM.
           MOVE ITEM-PRODUTO-CODIGO TO ITM-PRODUTO.
           MOVE ITEM-DESCRICAO TO ITM-DESCRICAO.
           MOVE ITEM-QUANTIDADE TO ITM-QUANTIDADE.
           MOVE ITEM-TOTAL TO ITM-TOTAL.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-ITEM TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           IF QUANTIDADE-FALTANTE > ZEROS
               MOVE QUANTIDADE-FALTANTE TO SLI-QUANTIDADE
               MOVE SPACES TO LINHA-RELATORIO
               MOVE LINHA-SALDO-ITEM TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO.

           IF ITEM-QUANTIDADE > ZEROS
               PERFORM BAIXA-ESTOQUE-DO-ITEM.

           IF ITEM-QUANTIDADE > ZEROS AND EMITENTE-CARREGADO = "S"
               PERFORM GRAVA-ITEM-NFE.

       BAIXA-ESTOQUE-DO-ITEM.
      *    kit baixa os componentes; o resto baixa o proprio
      *    produto.
           MOVE ITEM-PRODUTO-CODIGO TO KITBUSCA-PRODUTO.
           PERFORM CARREGA-COMPONENTES-DO-KIT.

           IF KITBUSCA-QTD > ZEROS
               PERFORM BAIXA-COMPONENTES-DO-KIT
           ELSE
               PERFORM BAIXA-ESTOQUE-DO-PRODUTO.

       BAIXA-ESTOQUE-DO-PRODUTO.
      *    a mercadoria faturada sai do saldo do produto, com o
      *    movimento "S" anexado ao razao de estoque; item de
      *    produto sem cadastro (pedido antigo) fica so no aviso.
           MOVE ITEM-PRODUTO-CODIGO TO PRODUTO-CODIGO.
           MOVE ITEM-QUANTIDADE TO QUANTIDADE-BAIXADA.

           READ ARQUIVO-PRODUTOS RECORD
               INVALID KEY
                   DISPLAY "Produto " ITEM-PRODUTO-CODIGO
                       " sem cadastro, estoque nao baixado"
               NOT INVALID KEY
                   PERFORM CARIMBA-CUSTO-DO-ITEM
                   SUBTRACT ITEM-QUANTIDADE FROM PRODUTO-ESTOQUE
                   REWRITE PRODUTO-REGISTRO
                       INVALID KEY
                       NOT INVALID KEY
                           PERFORM GRAVA-MOVIMENTO-SAIDA.

       CARIMBA-CUSTO-DO-ITEM.
      *    a linha guarda o custo com que saiu - o medio muda nos
      *    proximos recebimentos, a margem desta venda nao.
           PERFORM ACERTA-CUSTO-MEDIO-ANTIGO.
           MOVE PRODUTO-CUSTO-MEDIO TO ITEM-CUSTO-UNITARIO.

           REWRITE PEDIDO-ITEM-REGISTRO
               INVALID KEY
                   DISPLAY "Erro ao carimbar o custo da linha "
                       ITEM-LINHA " do pedido " PEDIDO-NUMERO.

      *    cada componente sai com a quantidade por kit vezes os
      *    kits faturados, com o seu movimento "S"; o custo do kit
      *    e a soma do custo medio dos componentes na hora da
      *    baixa, carimbado na linha como o custo de um produto.
       BAIXA-COMPONENTES-DO-KIT.
           MOVE ZEROS TO CUSTO-DO-KIT.

           PERFORM BAIXA-UM-COMPONENTE
               VARYING KITBUSCA-INDICE FROM 1 BY 1
               UNTIL KITBUSCA-INDICE > KITBUSCA-QTD.

           MOVE CUSTO-DO-KIT TO ITEM-CUSTO-UNITARIO.

           REWRITE PEDIDO-ITEM-REGISTRO
               INVALID KEY
                   DISPLAY "Erro ao carimbar o custo da linha "
                       ITEM-LINHA " do pedido " PEDIDO-NUMERO.

       BAIXA-UM-COMPONENTE.
           MOVE KITBUSCA-COMPONENTE (KITBUSCA-INDICE) TO
               PRODUTO-CODIGO.
           COMPUTE QUANTIDADE-BAIXADA = ITEM-QUANTIDADE *
               KITBUSCA-QUANTIDADE (KITBUSCA-INDICE).

           READ ARQUIVO-PRODUTOS RECORD
               INVALID KEY
                   DISPLAY "Componente " PRODUTO-CODIGO " do kit "
                       ITEM-PRODUTO-CODIGO " sem cadastro, "
                       "estoque nao baixado"
               NOT INVALID KEY
                   PERFORM ACERTA-CUSTO-MEDIO-ANTIGO
                   COMPUTE CUSTO-DO-KIT = CUSTO-DO-KIT +
                       PRODUTO-CUSTO-MEDIO *
                       KITBUSCA-QUANTIDADE (KITBUSCA-INDICE)
                   SUBTRACT QUANTIDADE-BAIXADA FROM PRODUTO-ESTOQUE
                   REWRITE PRODUTO-REGISTRO
                       INVALID KEY
                           DISPLAY "Erro ao baixar o estoque de "
                               PRODUTO-CODIGO
                       NOT INVALID KEY
                           PERFORM GRAVA-MOVIMENTO-SAIDA.

       GRAVA-MOVIMENTO-SAIDA.
           ACCEPT MOV-DATA FROM DATE YYYYMMDD.
           ACCEPT MOV-HORA FROM TIME.
           MOVE PRODUTO-CODIGO TO MOV-PRODUTO-CODIGO.
           MOVE "S" TO MOV-TIPO.
           COMPUTE MOV-QUANTIDADE = ZEROS - QUANTIDADE-BAIXADA.
           MOVE PEDIDO-NUMERO TO MOV-DOCUMENTO.
           MOVE "FATURA" TO MOV-OPERADOR.
           MOVE PRODUTO-ESTOQUE TO MOV-SALDO-RESULTANTE.

       BUSCA-CLIENTE-DA-FATURA.
           MOVE FATURA-CLIENTE-CODIGO TO CLIENTE-CODIGO.
           MOVE "S" TO CLIENTE-DA-FATURA-ACHADO.
           READ ARQUIVO-CLIENTE RECORD
               INVALID KEY
                   MOVE "N" TO CLIENTE-DA-FATURA-ACHADO
                   MOVE "DESCONHECIDO" TO NOME-CLIENTE-FATURA
                   MOVE SPACES TO ESTADO-CLIENTE-FATURA
                   MOVE ZEROS TO CEP-CLIENTE-FATURA
                   MOVE SPACES TO CONDICAO-DO-CLIENTE
               NOT INVALID KEY
                   MOVE CLIENTE-NOME TO NOME-CLIENTE-FATURA
                   MOVE CLIENTE-ESTADO TO ESTADO-CLIENTE-FATURA
                   MOVE CLIENTE-CEP TO CEP-CLIENTE-FATURA
                   MOVE CLIENTE-CONDICAO-PAGAMENTO TO
                       CONDICAO-DO-CLIENTE.

           MOVE ESTADO-CLIENTE-FATURA TO FATURA-ESTADO.

      *    cliente cadastrado antes do endereco estruturado pode
      *    chegar sem CEP - so a faixa da UF inteira o alcanca.
           IF CEP-CLIENTE-FATURA NOT NUMERIC
               MOVE ZEROS TO CEP-CLIENTE-FATURA.

       CALCULA-FRETE-DA-FATURA.
      *    a faixa e a da UF do cliente que cobre o CEP dele; com
      *    mais de uma, vale a mais estreita. Sem faixa a fatura
      *    sai sem frete e conta no aviso do fim da rodada (com a
      *    tabela vazia basta o aviso da carga).
           MOVE ZEROS TO FRETE-CALCULADO.
           MOVE ZEROS TO FRETE-COBRADO.
           MOVE ZEROS TO FRETE-DISPENSADO.
           MOVE SPACES TO REGIAO-DO-FRETE.
           MOVE "N" TO FRETE-NA-BASE.
           MOVE ZEROS TO FAIXA-ESCOLHIDA.
           MOVE 999999999 TO MENOR-LARGURA.

           PERFORM PROCURA-FAIXA-DE-FRETE
               VARYING INDICE-FRETE FROM 1 BY 1
               UNTIL INDICE-FRETE > QTD-FAIXAS-FRETE.

           IF FAIXA-ESCOLHIDA > ZEROS
               PERFORM APLICA-FAIXA-DE-FRETE.

           IF FAIXA-ESCOLHIDA = ZEROS AND QTD-FAIXAS-FRETE > ZEROS
               ADD 1 TO QTD-SEM-FAIXA-FRETE
               DISPLAY "UF " ESTADO-CLIENTE-FATURA " CEP "
                   CEP-CLIENTE-FATURA " sem faixa de frete, pedido "
                   PEDIDO-NUMERO " sem frete".

       PROCURA-FAIXA-DE-FRETE.
           IF TAB-FRETE-ESTADO (INDICE-FRETE) = ESTADO-CLIENTE-FATURA
               AND CEP-CLIENTE-FATURA NOT <
                   TAB-FRETE-CEP-INICIAL (INDICE-FRETE)
               AND CEP-CLIENTE-FATURA NOT >
                   TAB-FRETE-CEP-FINAL (INDICE-FRETE)
               COMPUTE LARGURA-FAIXA =
                   TAB-FRETE-CEP-FINAL (INDICE-FRETE) -
                   TAB-FRETE-CEP-INICIAL (INDICE-FRETE)
               IF LARGURA-FAIXA < MENOR-LARGURA
                   MOVE LARGURA-FAIXA TO MENOR-LARGURA
                   MOVE INDICE-FRETE TO FAIXA-ESCOLHIDA.

       APLICA-FAIXA-DE-FRETE.
      *    o limite de frete gratis olha so as mercadorias, em BRL.
           MOVE TAB-FRETE-REGIAO (FAIXA-ESCOLHIDA) TO REGIAO-DO-FRETE.
           MOVE TAB-FRETE-BASE-ICMS (FAIXA-ESCOLHIDA) TO
               FRETE-NA-BASE.

           IF TAB-FRETE-REGRA (FAIXA-ESCOLHIDA) = "P"
               COMPUTE FRETE-CALCULADO ROUNDED = PESO-EXPEDIDO *
                   TAB-FRETE-POR-KG (FAIXA-ESCOLHIDA)
           ELSE
               COMPUTE FRETE-CALCULADO ROUNDED = VALOR-EM-BRL *
                   TAB-FRETE-PERCENTUAL (FAIXA-ESCOLHIDA) / 100.

           IF FRETE-CALCULADO < TAB-FRETE-MINIMO (FAIXA-ESCOLHIDA)
               MOVE TAB-FRETE-MINIMO (FAIXA-ESCOLHIDA) TO
                   FRETE-CALCULADO.

           IF TAB-FRETE-GRATIS (FAIXA-ESCOLHIDA) > ZEROS AND
               VALOR-EM-BRL NOT < TAB-FRETE-GRATIS (FAIXA-ESCOLHIDA)
               MOVE FRETE-CALCULADO TO FRETE-DISPENSADO
           ELSE
               MOVE FRETE-CALCULADO TO FRETE-COBRADO.

       CALCULA-ICMS-DA-FATURA.
      *    a aliquota vem da UF de destino do cliente; UF fora da
      *    tabela sai com ICMS zerado e um aviso, para o contador
                   " sem aliquota de ICMS na tabela".

           COMPUTE FATURA-VALOR-ICMS ROUNDED =
               BASE-ICMS-DA-FATURA * ALIQUOTA-DA-FATURA / 100.

       PROCURA-ALIQUOTA-ICMS.
           ADD 1 TO INDICE-ICMS.

           PERFORM LEIA-PROXIMA-ALIQUOTA.

       CARREGA-EMITENTE.
           MOVE "S" TO EMITENTE-CARREGADO.
           OPEN INPUT ARQUIVO-EMITENTE.
           READ ARQUIVO-EMITENTE RECORD AT END
               MOVE "N" TO EMITENTE-CARREGADO.
           CLOSE ARQUIVO-EMITENTE.

           IF EMITENTE-CARREGADO = "N"
               DISPLAY "Emitente nao cadastrado (PROG249), faturas "
                   "sem NF-e".

       CARREGA-TABELA-FRETES.
           MOVE ZEROS TO QTD-FAIXAS-FRETE.

           OPEN INPUT ARQUIVO-FRETES.
           MOVE "N" TO FIM-TABELA-FRETES.
           PERFORM LEIA-PROXIMA-FAIXA.

           PERFORM GUARDA-FAIXA
               UNTIL FIM-TABELA-FRETES = "S".

           CLOSE ARQUIVO-FRETES.

           IF QTD-FAIXAS-FRETE = ZEROS
               DISPLAY "Tabela de fretes vazia, faturas sem frete".

       LEIA-PROXIMA-FAIXA.
           READ ARQUIVO-FRETES RECORD AT END
               MOVE "S" TO FIM-TABELA-FRETES.

       GUARDA-FAIXA.
           IF QTD-FAIXAS-FRETE < 200
               ADD 1 TO QTD-FAIXAS-FRETE
               MOVE FRETE-ESTADO TO
                   TAB-FRETE-ESTADO (QTD-FAIXAS-FRETE)
               MOVE FRETE-CEP-INICIAL TO
                   TAB-FRETE-CEP-INICIAL (QTD-FAIXAS-FRETE)
               MOVE FRETE-CEP-FINAL TO
                   TAB-FRETE-CEP-FINAL (QTD-FAIXAS-FRETE)
               MOVE FRETE-REGIAO TO
                   TAB-FRETE-REGIAO (QTD-FAIXAS-FRETE)
               MOVE FRETE-REGRA TO
                   TAB-FRETE-REGRA (QTD-FAIXAS-FRETE)
               MOVE FRETE-VALOR-POR-KG TO
                   TAB-FRETE-POR-KG (QTD-FAIXAS-FRETE)
               MOVE FRETE-PERCENTUAL TO
                   TAB-FRETE-PERCENTUAL (QTD-FAIXAS-FRETE)
               MOVE FRETE-MINIMO TO
                   TAB-FRETE-MINIMO (QTD-FAIXAS-FRETE)
               MOVE FRETE-GRATIS-A-PARTIR TO
                   TAB-FRETE-GRATIS (QTD-FAIXAS-FRETE)
               MOVE FRETE-NA-BASE-ICMS TO
                   TAB-FRETE-BASE-ICMS (QTD-FAIXAS-FRETE).

           PERFORM LEIA-PROXIMA-FAIXA.

       CARREGA-SEQUENCIAS.
      *    le o ultimo numero atribuido, como o PROG44 le o seu
      *    checkpoint; arquivo ainda inexistente comeca do zero.
           COPY "PDDIAUTIL.cob".

           COPY "PDCAMBIO.cob".
           COPY "PDCUSTOMEDIO.cob".
           COPY "PDCHAVENFE.cob".
           COPY "PDPERVENDA.cob".
           COPY "PDAUDFATURA.cob".
           COPY "PDKIT.cob".
           COPY "PDJANELA.cob".
