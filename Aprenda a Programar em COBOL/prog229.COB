       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG229.
      *    excecoes de margem dos contratos de preco - lista os
      *    contratos ainda nao expirados de contratos_preco.dat
      *    cujo preco negociado fica abaixo do piso percentual do
      *    preco oficial (tabela datada do PROG133, com PRODUTO-
      *    PRECO de contingencia) na vigencia do contrato, ou na
      *    data de hoje se ele ja comecou. O desconto geral do
      *    cliente (produto 0000) entra como 100% menos o
      *    desconto. Contrato ja substituido por uma renovacao em
      *    vigor nao e conferido. O piso sai do parametro PISO-
      *    PRECO-CONTRATO do PROG176 quando cadastrado. A saida e
      *    carimbada pelo arquivo morto de impressoes
      *    (CONTMARGEM_AAAAMMDD_NNN).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBCONTRATO.cob".
           COPY "SBCLIENTE.cob".
           COPY "SBPRODUTO.cob".
           COPY "SBPRECO.cob".
           COPY "SBPARAMETRO.cob".
           COPY "SBIMPRESSAO.cob".
           SELECT RELATORIO-MARGEM
               ASSIGN TO SAIDAMARGEM
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           COPY "FDCONTRATO.cob".
           COPY "FDCLIENTE.cob".
           COPY "FDPRODUTO.cob".
           COPY "FDPRECO.cob".
           COPY "FDPARAMETRO.cob".
           COPY "FDIMPRESSAO.cob".

       FD  RELATORIO-MARGEM.
       01  LINHA-RELATORIO PIC X(100).

       WORKING-STORAGE SECTION.
           COPY "WSPRECO.cob".
           COPY "WSPARAMETRO.cob".
           COPY "WSIMPRESSAO.cob".
       77  FIM-CONTRATOS PIC X.
       77  DATA-DE-HOJE PIC 9(8).
       77  DATA-DE-REFERENCIA PIC 9(8).
       77  PRECO-OFICIAL PIC 9(6)V99.
       77  PERCENTUAL-DO-OFICIAL PIC 9(5)V99.
      *    contingencia quando parametros.dat nao traz a chave.
       77  PISO-PERCENTUAL PIC 9(3)V99 VALUE 85.
       77  QTD-CONFERIDOS PIC 9(6).
       77  QTD-EXCECOES PIC 9(6).
      *    o contrato lido fica guardado ate a leitura seguinte
      *    mostrar se ja existe uma renovacao do mesmo cliente e
      *    produto em vigor hoje - so o contrato que vale (ou o
      *    ultimo, ainda futuro) e conferido.
       77  HA-GUARDADO PIC X.
       01  GUARDADO.
           05 GUARD-CLIENTE PIC 9(4).
           05 GUARD-PRODUTO PIC 9(4).
           05 GUARD-VIGENCIA PIC 9(8).
           05 GUARD-EXPIRACAO PIC 9(8).
           05 GUARD-PRECO PIC 9(6)V99.
           05 GUARD-DESCONTO PIC 99V99.

       01  CABECALHO-TITULO.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(36) VALUE
               "CONTRATOS ABAIXO DO PISO DE MARGEM -".
           05 FILLER PIC X(1) VALUE SPACE.
           05 CAB-DATA PIC 9999/99/99.

       01  CABECALHO-PISO.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(36) VALUE
               "Piso sobre o preco oficial........: ".
           05 CAB-PISO PIC ZZ9.99.
           05 FILLER PIC X(1) VALUE "%".

       01  CABECALHO-COLUNAS.
           05 FILLER PIC X(47) VALUE
               "Cliente                   Prod.  Descricao     ".
           05 FILLER PIC X(47) VALUE
               "       Vigencia      Oficial  Contrato  % Ofic.".

       01  LINHA-DETALHE.
           05 DET-CLIENTE PIC ZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-NOME PIC X(20).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-PRODUTO PIC X(5).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-DESCRICAO PIC X(20).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-VIGENCIA PIC 9999/99/99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-OFICIAL PIC ZZZ,ZZ9.99 BLANK WHEN ZERO.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-CONTRATO PIC ZZZ,ZZ9.99 BLANK WHEN ZERO.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-PERCENTUAL PIC ZZZ9.99.

       01  LINHA-TOTAL.
           05 TOT-DESCRICAO PIC X(30).
           05 TOT-QUANTIDADE PIC ZZZZZ9.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           ACCEPT DATA-DE-HOJE FROM DATE YYYYMMDD.

           PERFORM CARREGA-PARAMETROS.
           MOVE "PISO-PRECO-CONTRATO" TO PARAM-BUSCA-CHAVE.
           PERFORM BUSCA-PARAMETRO.
           IF PARAM-ACHADO = "S"
               MOVE PARAM-VALOR-LIDO TO PISO-PERCENTUAL.

      *    carimba a saida da rodada antes do OPEN.
           MOVE "PROG229" TO IMPRESSAO-PROGRAMA.
           MOVE "CONTMARGEM" TO IMPRESSAO-PREFIXO.
           MOVE "SAIDAMARGEM" TO IMPRESSAO-VARIAVEL.
           PERFORM MONTA-NOME-RELATORIO.

           OPEN INPUT ARQUIVO-CONTRATOS.
           OPEN INPUT ARQUIVO-CLIENTE.
           OPEN INPUT ARQUIVO-PRODUTOS.
           OPEN INPUT ARQUIVO-PRECOS.
           OPEN OUTPUT RELATORIO-MARGEM.

           MOVE ZEROS TO QTD-CONFERIDOS.
           MOVE ZEROS TO QTD-EXCECOES.
           PERFORM ESCREVE-CABECALHO.

           MOVE "N" TO HA-GUARDADO.
           MOVE ZEROS TO CONTRATO-CHAVE.
           MOVE "N" TO FIM-CONTRATOS.

           START ARQUIVO-CONTRATOS
               KEY IS NOT LESS THAN CONTRATO-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-CONTRATOS.

           PERFORM AVALIA-CONTRATO
               UNTIL FIM-CONTRATOS = "S".

           IF HA-GUARDADO = "S"
               PERFORM CONFERE-GUARDADO.

           IF QTD-EXCECOES = ZEROS
               MOVE SPACES TO LINHA-RELATORIO
               MOVE "Nenhum contrato abaixo do piso" TO
                   LINHA-RELATORIO
               PERFORM ESCREVE-LINHA.

           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE "Contratos conferidos.........:" TO TOT-DESCRICAO.
           MOVE QTD-CONFERIDOS TO TOT-QUANTIDADE.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-TOTAL TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE "Abaixo do piso...............:" TO TOT-DESCRICAO.
           MOVE QTD-EXCECOES TO TOT-QUANTIDADE.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-TOTAL TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           CLOSE ARQUIVO-CONTRATOS.
           CLOSE ARQUIVO-CLIENTE.
           CLOSE ARQUIVO-PRODUTOS.
           CLOSE ARQUIVO-PRECOS.
           CLOSE RELATORIO-MARGEM.

           PERFORM GRAVA-INDICE-IMPRESSAO.

           DISPLAY "Contratos abaixo do piso: " QTD-EXCECOES.
           DISPLAY "Relatorio gravado em " IMPRESSAO-NOME.
       PROGRAM-DONE.
      *    GOBACK devolve o controle ao menu quando chamado pelo
      *    PROG40, e encerra normalmente quando executado sozinho.
           GOBACK.

       ESCREVE-CABECALHO.
           MOVE DATA-DE-HOJE TO CAB-DATA.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE CABECALHO-TITULO TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE PISO-PERCENTUAL TO CAB-PISO.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE CABECALHO-PISO TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE SPACES TO LINHA-RELATORIO.
           MOVE CABECALHO-COLUNAS TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

       AVALIA-CONTRATO.
           READ ARQUIVO-CONTRATOS NEXT RECORD
               AT END
                   MOVE "S" TO FIM-CONTRATOS.

           IF FIM-CONTRATOS = "N"
               PERFORM CONFERE-SUBSTITUICAO
               PERFORM GUARDA-CONTRATO.

       CONFERE-SUBSTITUICAO.
      *    outra vigencia do mesmo cliente e produto ja em vigor
      *    hoje substitui a guardada; vigencia ainda futura nao, e
      *    a guardada continua sendo a que vale ate la.
           IF HA-GUARDADO = "S"
               IF CONTRATO-CLIENTE-CODIGO = GUARD-CLIENTE AND
                   CONTRATO-PRODUTO-CODIGO = GUARD-PRODUTO AND
                   CONTRATO-DATA-VIGENCIA NOT > DATA-DE-HOJE
                   MOVE "N" TO HA-GUARDADO
               ELSE
                   PERFORM CONFERE-GUARDADO.

       GUARDA-CONTRATO.
           MOVE "S" TO HA-GUARDADO.
           MOVE CONTRATO-CLIENTE-CODIGO TO GUARD-CLIENTE.
           MOVE CONTRATO-PRODUTO-CODIGO TO GUARD-PRODUTO.
           MOVE CONTRATO-DATA-VIGENCIA TO GUARD-VIGENCIA.
           MOVE CONTRATO-DATA-EXPIRACAO TO GUARD-EXPIRACAO.
           MOVE CONTRATO-PRECO TO GUARD-PRECO.
           MOVE CONTRATO-DESCONTO TO GUARD-DESCONTO.

       CONFERE-GUARDADO.
           MOVE "N" TO HA-GUARDADO.

           IF GUARD-EXPIRACAO = ZEROS OR
               GUARD-EXPIRACAO NOT < DATA-DE-HOJE
               ADD 1 TO QTD-CONFERIDOS
               PERFORM CALCULA-PERCENTUAL
               IF PERCENTUAL-DO-OFICIAL < PISO-PERCENTUAL
                   PERFORM ESCREVE-EXCECAO.

       CALCULA-PERCENTUAL.
           MOVE ZEROS TO PRECO-OFICIAL.
           MOVE SPACES TO PRODUTO-DESCRICAO.

           IF GUARD-PRODUTO = ZEROS
               MOVE "DESCONTO GERAL" TO PRODUTO-DESCRICAO
               COMPUTE PERCENTUAL-DO-OFICIAL = 100 - GUARD-DESCONTO
           ELSE
               PERFORM BUSCA-PRECO-OFICIAL
               IF PRECO-OFICIAL = ZEROS
                   MOVE 100 TO PERCENTUAL-DO-OFICIAL
               ELSE
                   COMPUTE PERCENTUAL-DO-OFICIAL ROUNDED =
                       GUARD-PRECO * 100 / PRECO-OFICIAL.

       BUSCA-PRECO-OFICIAL.
      *    o oficial comparado e o da data em que o contrato passa
      *    a valer, ou o de hoje para contrato ja em vigor.
           MOVE GUARD-VIGENCIA TO DATA-DE-REFERENCIA.
           IF DATA-DE-REFERENCIA < DATA-DE-HOJE
               MOVE DATA-DE-HOJE TO DATA-DE-REFERENCIA.

           MOVE GUARD-PRODUTO TO PRODUTO-CODIGO.
           READ ARQUIVO-PRODUTOS RECORD
               INVALID KEY
                   MOVE "DESCONHECIDO" TO PRODUTO-DESCRICAO
                   MOVE ZEROS TO PRODUTO-PRECO.

           MOVE GUARD-PRODUTO TO PRECO-PRODUTO-BUSCA.
           MOVE DATA-DE-REFERENCIA TO PRECO-DATA-BUSCA.
           PERFORM BUSCA-PRECO-VIGENTE.

           IF PRECO-ENCONTRADO = "S"
               MOVE PRECO-VIGENTE-VALOR TO PRECO-OFICIAL
           ELSE
               MOVE PRODUTO-PRECO TO PRECO-OFICIAL.

       ESCREVE-EXCECAO.
           ADD 1 TO QTD-EXCECOES.

           MOVE GUARD-CLIENTE TO CLIENTE-CODIGO.
           READ ARQUIVO-CLIENTE RECORD
               INVALID KEY
                   MOVE "DESCONHECIDO" TO CLIENTE-NOME.

           MOVE GUARD-CLIENTE TO DET-CLIENTE.
           MOVE CLIENTE-NOME TO DET-NOME.

           IF GUARD-PRODUTO = ZEROS
               MOVE "GERAL" TO DET-PRODUTO
           ELSE
               MOVE GUARD-PRODUTO TO DET-PRODUTO.

           MOVE PRODUTO-DESCRICAO TO DET-DESCRICAO.
           MOVE GUARD-VIGENCIA TO DET-VIGENCIA.
           MOVE PRECO-OFICIAL TO DET-OFICIAL.
           MOVE GUARD-PRECO TO DET-CONTRATO.
           MOVE PERCENTUAL-DO-OFICIAL TO DET-PERCENTUAL.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-DETALHE TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

       ESCREVE-LINHA.
           WRITE LINHA-RELATORIO.
           ADD 1 TO IMPRESSAO-LINHAS.

           COPY "PDPRECO.cob".
           COPY "PDPARAMETRO.cob".
           COPY "PDIMPRESSAO.cob".
