       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG257.
      *    copia de seguranca geracional dos arquivos de vendas e
      *    recebiveis - o que o PROG62 faz por funcionarios.dat,
      *    feito aqui, na janela noturna, por clientes.dat,
      *    pedidos.dat, pedido_itens.dat, faturas.dat,
      *    recebimentos.dat, produtos.dat e estoque_mov.dat. Cada
      *    arquivo e copiado byte a byte numa geracao datada
      *    (CLIENTES_Gnn.BKP); guardam-se N geracoes (parametro
      *    BKP-GERACOES), e a copia nova ocupa o lugar da mais
      *    antiga. Depois de gravada, a copia e relida contra a
      *    origem registro a registro, como a verificacao do
      *    PROG117, e o catalogo backup_catalogo.dat recebe a
      *    geracao com contagens e hash totals dos dois lados -
      *    e por ele que a restauracao do PROG258 trabalha. O
      *    relatorio carimbado BACKUP_AAAAMMDD_NNN lista a rodada;
      *    copia divergente sai como rejeitada no log de execucoes
      *    e para a cadeia do PROG177.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBCLIENTE.cob".
           COPY "SBPEDIDO.cob".
           COPY "SBPEDIDOITEM.cob".
           COPY "SBFATURA.cob".
           COPY "SBRECEBIMENTO.cob".
           COPY "SBPRODUTO.cob".
           COPY "SBESTMOV.cob".
           COPY "SBGERACAO.cob".
           COPY "SBCATBACKUP.cob".
           COPY "SBPARAMETRO.cob".
           COPY "SBEXECUCAO.cob".
           COPY "SBIMPRESSAO.cob".
           SELECT RELATORIO-BACKUP
               ASSIGN TO SAIDABACKUP
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           COPY "FDCLIENTE.cob".
           COPY "FDPEDIDO.cob".
           COPY "FDPEDIDOITEM.cob".
           COPY "FDFATURA.cob".
           COPY "FDRECEBIMENTO.cob".
           COPY "FDPRODUTO.cob".
           COPY "FDESTMOV.cob".
           COPY "FDGERACAO.cob".
           COPY "FDCATBACKUP.cob".
           COPY "FDPARAMETRO.cob".
           COPY "FDEXECUCAO.cob".
           COPY "FDIMPRESSAO.cob".

       FD  RELATORIO-BACKUP.
       01  LINHA-RELATORIO PIC X(80).

       WORKING-STORAGE SECTION.
           COPY "WSGERACAO.cob".
           COPY "WSPARAMETRO.cob".
           COPY "WSIMPRESSAO.cob".
      *    inicio da rodada, guardado para o registro do log
      *    central de execucoes.
       77  EXECUCAO-DATA-INICIO PIC 9(8).
       77  EXECUCAO-HORA-INICIO PIC 9(8).
      *    geracoes guardadas de cada arquivo - contingencia quando
      *    BKP-GERACOES nao esta em parametros.dat.
       77  QTD-GERACOES PIC 9(2) VALUE 7.
       77  FIM-CATALOGO PIC X.
       77  INDICE-BUSCA PIC 9.
       77  GERACAO-NOVA PIC 9(5).
       77  GERACAO-ANTERIOR PIC 9(5).
       77  QUOCIENTE-GIRO PIC 9(5).
       77  RESTO-GIRO PIC 9(2).
       77  QTD-ORIGEM PIC 9(7).
       77  QTD-COPIA PIC 9(7).
       77  QTD-DIVERGENCIAS PIC 9(7).
       77  HASH-VALOR-ORIGEM PIC 9(13)V99.
       77  HASH-VALOR-COPIA PIC 9(13)V99.
       77  HASH-QTD-ORIGEM PIC S9(13).
       77  HASH-QTD-COPIA PIC S9(13).
       77  TOTAL-LIDOS PIC 9(7).
       77  TOTAL-GRAVADOS PIC 9(7).
       77  TOTAL-DIVERGENCIAS PIC 9(7).
       77  TOTAL-ARQ-DIVERGENTES PIC 9.

      *    ultima geracao ja catalogada de cada arquivo, na ordem
      *    de GER-NOME-LOGICO.
       01  ULTIMAS-GERACOES.
           05 ULTIMA-GERACAO PIC 9(5) OCCURS 7 TIMES.

       01  CABECALHO-TITULO.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(38) VALUE
               "COPIA GERACIONAL DE VENDAS - EM ".
           05 CAB-DATA PIC 9999/99/99.

       01  CABECALHO-COLUNAS.
           05 FILLER PIC X(10) VALUE "Arquivo".
           05 FILLER PIC X(7) VALUE "Ger".
           05 FILLER PIC X(18) VALUE "Copia".
           05 FILLER PIC X(9) VALUE "  Origem".
           05 FILLER PIC X(9) VALUE "   Copia".
           05 FILLER PIC X(9) VALUE "  Diverg".
           05 FILLER PIC X(8) VALUE "  Sit".

       01  LINHA-ARQUIVO.
           05 LA-ARQUIVO PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LA-GERACAO PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LA-COPIA PIC X(18).
           05 LA-QTD-ORIGEM PIC ZZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LA-QTD-COPIA PIC ZZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LA-DIVERGENCIAS PIC ZZZZZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 LA-SITUACAO PIC X(2).

       01  LINHA-HASH.
           05 FILLER PIC X(4) VALUE SPACES.
           05 LH-TEXTO PIC X(14).
           05 LH-ORIGEM PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 LH-COPIA PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  LINHA-TOTAL.
           05 LT-DESCRICAO PIC X(30).
           05 LT-QUANTIDADE PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           ACCEPT EXECUCAO-DATA-INICIO FROM DATE YYYYMMDD.
           ACCEPT EXECUCAO-HORA-INICIO FROM TIME.

           PERFORM CARREGA-PARAMETROS.
           MOVE "BKP-GERACOES" TO PARAM-BUSCA-CHAVE.
           PERFORM BUSCA-PARAMETRO.
           IF PARAM-ACHADO = "S"
               IF PARAM-VALOR-LIDO > ZEROS
                   IF PARAM-VALOR-LIDO < 100
                       MOVE PARAM-VALOR-LIDO TO QTD-GERACOES.

           PERFORM CARREGA-ULTIMAS-GERACOES.

      *    carimba a saida da rodada antes do OPEN.
           MOVE "PROG257" TO IMPRESSAO-PROGRAMA.
           MOVE "BACKUP" TO IMPRESSAO-PREFIXO.
           MOVE "SAIDABACKUP" TO IMPRESSAO-VARIAVEL.
           PERFORM MONTA-NOME-RELATORIO.

           OPEN EXTEND ARQUIVO-CATALOGO-BACKUP.
           OPEN OUTPUT RELATORIO-BACKUP.

           MOVE ZEROS TO TOTAL-LIDOS.
           MOVE ZEROS TO TOTAL-GRAVADOS.
           MOVE ZEROS TO TOTAL-DIVERGENCIAS.
           MOVE ZEROS TO TOTAL-ARQ-DIVERGENTES.

           PERFORM IMPRIME-CABECALHO.

           PERFORM COPIA-UM-ARQUIVO
               VARYING GER-INDICE FROM 1 BY 1
               UNTIL GER-INDICE > 7.

           PERFORM IMPRIME-RESUMO.

           CLOSE ARQUIVO-CATALOGO-BACKUP.
           CLOSE RELATORIO-BACKUP.

           PERFORM GRAVA-INDICE-IMPRESSAO.

           DISPLAY "Geracoes guardadas por arquivo: " QTD-GERACOES.
           DISPLAY "Registros copiados.....: " TOTAL-GRAVADOS.
           DISPLAY "Arquivos com divergencia: " TOTAL-ARQ-DIVERGENTES.
           DISPLAY "Relatorio gravado em " IMPRESSAO-NOME.
           PERFORM GRAVA-EXECUCAO.
       PROGRAM-DONE.
      *    GOBACK devolve o controle ao menu quando chamado pelo
      *    PROG40, e encerra normalmente quando executado sozinho.
           GOBACK.

       CARREGA-ULTIMAS-GERACOES.
      *    o numero da geracao continua de onde o catalogo parou,
      *    arquivo por arquivo.
           MOVE ZEROS TO ULTIMAS-GERACOES.

           OPEN INPUT ARQUIVO-CATALOGO-BACKUP.
           MOVE "N" TO FIM-CATALOGO.
           PERFORM LEIA-PROXIMO-CATALOGO.

           PERFORM GUARDA-GERACAO-CATALOGADA
               UNTIL FIM-CATALOGO = "S".

           CLOSE ARQUIVO-CATALOGO-BACKUP.

       LEIA-PROXIMO-CATALOGO.
           READ ARQUIVO-CATALOGO-BACKUP RECORD AT END
               MOVE "S" TO FIM-CATALOGO.

       GUARDA-GERACAO-CATALOGADA.
           PERFORM CONFERE-ARQUIVO-CATALOGADO
               VARYING INDICE-BUSCA FROM 1 BY 1
               UNTIL INDICE-BUSCA > 7.

           PERFORM LEIA-PROXIMO-CATALOGO.

       CONFERE-ARQUIVO-CATALOGADO.
           IF BKPCAT-ARQUIVO = GER-NOME-LOGICO (INDICE-BUSCA)
               IF BKPCAT-GERACAO > ULTIMA-GERACAO (INDICE-BUSCA)
                   MOVE BKPCAT-GERACAO TO
                       ULTIMA-GERACAO (INDICE-BUSCA).

       COPIA-UM-ARQUIVO.
           ADD 1 TO ULTIMA-GERACAO (GER-INDICE).
           MOVE ULTIMA-GERACAO (GER-INDICE) TO GERACAO-NOVA.

      *    posicao da geracao no giro: 1 a N, de novo 1 a N...
           COMPUTE GERACAO-ANTERIOR = GERACAO-NOVA - 1.
           DIVIDE QTD-GERACOES INTO GERACAO-ANTERIOR
               GIVING QUOCIENTE-GIRO
               REMAINDER RESTO-GIRO.
           COMPUTE GER-SLOT = RESTO-GIRO + 1.

           PERFORM MONTA-NOME-DA-COPIA.
           PERFORM APONTA-ARQUIVO-DA-COPIA.

           PERFORM GRAVA-COPIA.
           PERFORM VERIFICA-COPIA.
           PERFORM GRAVA-CATALOGO.
           PERFORM IMPRIME-ARQUIVO.

           ADD QTD-ORIGEM TO TOTAL-LIDOS.
           ADD QTD-COPIA TO TOTAL-GRAVADOS.
           ADD QTD-DIVERGENCIAS TO TOTAL-DIVERGENCIAS.

       GRAVA-COPIA.
      *    primeira passada: copia byte a byte, com a contagem e o
      *    hash do lado da origem.
           MOVE ZEROS TO QTD-ORIGEM.
           MOVE ZEROS TO HASH-VALOR-ORIGEM.
           MOVE ZEROS TO HASH-QTD-ORIGEM.

           PERFORM ABRE-ORIGEM.
           OPEN OUTPUT ARQUIVO-GERACAO.

           MOVE "N" TO GER-FIM-ORIGEM.
           PERFORM LE-ORIGEM.

           PERFORM COPIA-REGISTRO
               UNTIL GER-FIM-ORIGEM = "S".

           PERFORM FECHA-ORIGEM.
           CLOSE ARQUIVO-GERACAO.

       COPIA-REGISTRO.
           ADD 1 TO QTD-ORIGEM.
           ADD GER-VALOR-REGISTRO TO HASH-VALOR-ORIGEM.
           ADD GER-QTD-REGISTRO TO HASH-QTD-ORIGEM.

           MOVE GER-REGISTRO-LIDO TO LINHA-GERACAO.
           WRITE LINHA-GERACAO.

           PERFORM LE-ORIGEM.

       VERIFICA-COPIA.
      *    segunda passada: rele a copia gravada lado a lado com a
      *    origem - registro diferente, ou que so existe de um dos
      *    lados, conta como divergencia. A contagem e o hash da
      *    copia saem da propria copia, pelo layout do arquivo.
           MOVE ZEROS TO QTD-COPIA.
           MOVE ZEROS TO QTD-DIVERGENCIAS.
           MOVE ZEROS TO HASH-VALOR-COPIA.
           MOVE ZEROS TO HASH-QTD-COPIA.

           PERFORM ABRE-ORIGEM.
           OPEN INPUT ARQUIVO-GERACAO.

           MOVE "N" TO GER-FIM-ORIGEM.
           MOVE "N" TO GER-FIM-COPIA.
           PERFORM LE-ORIGEM.
           PERFORM LEIA-PROXIMA-COPIA.

           PERFORM CONFERE-REGISTRO
               UNTIL GER-FIM-ORIGEM = "S"
                 AND GER-FIM-COPIA = "S".

           PERFORM FECHA-ORIGEM.
           CLOSE ARQUIVO-GERACAO.

       LEIA-PROXIMA-COPIA.
           READ ARQUIVO-GERACAO RECORD AT END
               MOVE "S" TO GER-FIM-COPIA.

       CONFERE-REGISTRO.
           IF GER-FIM-COPIA = "S"
               ADD 1 TO QTD-DIVERGENCIAS
               PERFORM LE-ORIGEM
           ELSE
               IF GER-FIM-ORIGEM = "S"
                   ADD 1 TO QTD-DIVERGENCIAS
                   PERFORM SOMA-REGISTRO-COPIA
                   PERFORM LEIA-PROXIMA-COPIA
               ELSE
                   PERFORM COMPARA-REGISTROS.

       COMPARA-REGISTROS.
           IF LINHA-GERACAO NOT = GER-REGISTRO-LIDO
               ADD 1 TO QTD-DIVERGENCIAS.

           PERFORM SOMA-REGISTRO-COPIA.
           PERFORM LE-ORIGEM.
           PERFORM LEIA-PROXIMA-COPIA.

       SOMA-REGISTRO-COPIA.
           ADD 1 TO QTD-COPIA.
           PERFORM MONTA-REGISTRO-DA-COPIA.
           ADD GER-VALOR-REGISTRO TO HASH-VALOR-COPIA.
           ADD GER-QTD-REGISTRO TO HASH-QTD-COPIA.

       GRAVA-CATALOGO.
           MOVE GER-NOME-LOGICO (GER-INDICE) TO BKPCAT-ARQUIVO.
           MOVE GERACAO-NOVA TO BKPCAT-GERACAO.
           MOVE GER-SLOT TO BKPCAT-SLOT.
           MOVE GER-NOME-COPIA TO BKPCAT-COPIA.
           MOVE EXECUCAO-DATA-INICIO TO BKPCAT-DATA.
           MOVE EXECUCAO-HORA-INICIO TO BKPCAT-HORA.
           MOVE QTD-ORIGEM TO BKPCAT-QTD-ORIGEM.
           MOVE QTD-COPIA TO BKPCAT-QTD-COPIA.
           MOVE HASH-VALOR-ORIGEM TO BKPCAT-HASH-VALOR.
           MOVE HASH-VALOR-COPIA TO BKPCAT-HASH-VALOR-COPIA.
           MOVE HASH-QTD-ORIGEM TO BKPCAT-HASH-QTD.
           MOVE HASH-QTD-COPIA TO BKPCAT-HASH-QTD-COPIA.
           MOVE QTD-DIVERGENCIAS TO BKPCAT-DIVERGENCIAS.

           MOVE "OK" TO BKPCAT-SITUACAO.
           IF QTD-DIVERGENCIAS > ZEROS
               MOVE "DV" TO BKPCAT-SITUACAO.
           IF QTD-COPIA NOT = QTD-ORIGEM
               MOVE "DV" TO BKPCAT-SITUACAO.
           IF HASH-VALOR-COPIA NOT = HASH-VALOR-ORIGEM
               MOVE "DV" TO BKPCAT-SITUACAO.
           IF HASH-QTD-COPIA NOT = HASH-QTD-ORIGEM
               MOVE "DV" TO BKPCAT-SITUACAO.

           IF BKPCAT-DIVERGENTE
               ADD 1 TO TOTAL-ARQ-DIVERGENTES.

           WRITE CATALOGO-BACKUP-REGISTRO.

       IMPRIME-CABECALHO.
           MOVE EXECUCAO-DATA-INICIO TO CAB-DATA.
           MOVE CABECALHO-TITULO TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.
           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.
           MOVE CABECALHO-COLUNAS TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

       IMPRIME-ARQUIVO.
           MOVE BKPCAT-ARQUIVO TO LA-ARQUIVO.
           MOVE BKPCAT-GERACAO TO LA-GERACAO.
           MOVE BKPCAT-COPIA TO LA-COPIA.
           MOVE BKPCAT-QTD-ORIGEM TO LA-QTD-ORIGEM.
           MOVE BKPCAT-QTD-COPIA TO LA-QTD-COPIA.
           MOVE BKPCAT-DIVERGENCIAS TO LA-DIVERGENCIAS.
           MOVE BKPCAT-SITUACAO TO LA-SITUACAO.
           MOVE LINHA-ARQUIVO TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE "Hash valor" TO LH-TEXTO.
           MOVE BKPCAT-HASH-VALOR TO LH-ORIGEM.
           MOVE BKPCAT-HASH-VALOR-COPIA TO LH-COPIA.
           MOVE LINHA-HASH TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE "Hash qtd" TO LH-TEXTO.
           MOVE BKPCAT-HASH-QTD TO LH-ORIGEM.
           MOVE BKPCAT-HASH-QTD-COPIA TO LH-COPIA.
           MOVE LINHA-HASH TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

       IMPRIME-RESUMO.
           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE "Geracoes guardadas" TO LT-DESCRICAO.
           MOVE QTD-GERACOES TO LT-QUANTIDADE.
           PERFORM IMPRIME-TOTAL.
           MOVE "Registros lidos" TO LT-DESCRICAO.
           MOVE TOTAL-LIDOS TO LT-QUANTIDADE.
           PERFORM IMPRIME-TOTAL.
           MOVE "Registros copiados" TO LT-DESCRICAO.
           MOVE TOTAL-GRAVADOS TO LT-QUANTIDADE.
           PERFORM IMPRIME-TOTAL.
           MOVE "Divergencias" TO LT-DESCRICAO.
           MOVE TOTAL-DIVERGENCIAS TO LT-QUANTIDADE.
           PERFORM IMPRIME-TOTAL.
           MOVE "Arquivos com divergencia" TO LT-DESCRICAO.
           MOVE TOTAL-ARQ-DIVERGENTES TO LT-QUANTIDADE.
           PERFORM IMPRIME-TOTAL.

       IMPRIME-TOTAL.
           MOVE LINHA-TOTAL TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

       ESCREVE-LINHA.
           WRITE LINHA-RELATORIO.
           ADD 1 TO IMPRESSAO-LINHAS.

       GRAVA-EXECUCAO.
      *    anexa a rodada ao log central de execucoes, de onde o
      *    resumo matinal do PROG118 le a janela da noite. Copia
      *    divergente volta como rejeitada - o PROG177 nao segue a
      *    janela com a copia da noite sem conferir.
           OPEN EXTEND ARQUIVO-EXECUCOES.
           MOVE "PROG257" TO EXEC-PROGRAMA.
           MOVE EXECUCAO-DATA-INICIO TO EXEC-DATA-INICIO.
           MOVE EXECUCAO-HORA-INICIO TO EXEC-HORA-INICIO.
           ACCEPT EXEC-DATA-FIM FROM DATE YYYYMMDD.
           ACCEPT EXEC-HORA-FIM FROM TIME.
           MOVE TOTAL-LIDOS TO EXEC-LIDOS.
           MOVE TOTAL-GRAVADOS TO EXEC-GRAVADOS.
           MOVE TOTAL-DIVERGENCIAS TO EXEC-REJEITADOS.

           IF TOTAL-ARQ-DIVERGENTES > ZEROS
               MOVE "RJ" TO EXEC-RESULTADO
           ELSE
               MOVE "OK" TO EXEC-RESULTADO.

           WRITE EXECUCAO-REGISTRO.
           CLOSE ARQUIVO-EXECUCOES.

           COPY "PDGERACAO.cob".
           COPY "PDPARAMETRO.cob".
           COPY "PDIMPRESSAO.cob".
